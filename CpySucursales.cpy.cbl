           SELECT SUCURSALES-MANT ASSIGN TO "..\sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sucursales-status.
