           SELECT CATALOGO-INF ASSIGN TO "..\catalogo-informes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rep-catalogo-status.
           SELECT CATALOGO-INF-TMP ASSIGN TO "..\catalogo-informes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rep-tmp-status.
           SELECT INFORME-ORIGEN ASSIGN TO w-rep-origen-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rep-origen-status.
           SELECT INFORME-COPIA ASSIGN TO w-rep-copia-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rep-copia-status.
           SELECT PARAM-REP ASSIGN TO "..\parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rep-param-status.
