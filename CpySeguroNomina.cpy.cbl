      * One file per month, ..\seguro-nomina-AAAAMM.dat; the program
      * builds the name in w-nomina-nombre before the OPEN.
           SELECT SEGURO-NOMINA ASSIGN TO w-nomina-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-nomina-status.
