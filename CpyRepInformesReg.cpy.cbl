      * One row per stored generation of a printout: the report it
      * belongs to, when it ran, who ran it (operator, or the batch
      * step) and the dated copy kept in the repository.
       FD  CATALOGO-INF.
       01  catinf-reg.
           03 ci-informe pic x(14).
           03 ci-fecha pic 9(8).
           03 ci-hora pic 9(6).
           03 ci-origen pic x(18).
           03 ci-archivo pic x(40).
           03 ci-lineas pic 9(6).
           03 ci-resultado pic x(10).
               88 informe-archivado value "OK".
               88 informe-purgado value "PURGADO".
       FD  CATALOGO-INF-TMP.
       01  catinf-tmp-reg pic x(102).
       FD  INFORME-ORIGEN.
       01  informe-origen-linea pic x(250).
       FD  INFORME-COPIA.
       01  informe-copia-linea pic x(250).
       FD  PARAM-REP.
       01  param-rep-reg.
           03 rep-param-clave pic x(20).
           03 rep-param-valor pic 9(6).
