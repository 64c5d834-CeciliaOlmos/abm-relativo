           SELECT CAMPANIAS-EMP ASSIGN TO "..\empadronamientos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-campanias-status.
           SELECT REEMPADRONADOS ASSIGN TO "..\reempadronados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rem-clave
           FILE STATUS IS w-reempadron-status.
