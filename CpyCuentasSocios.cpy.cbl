           SELECT CUENTAS-SOCIOS ASSIGN TO "..\cuentas-socios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-cuentas-socios-status.
