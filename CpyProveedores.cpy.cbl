           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-proveedores-status.
