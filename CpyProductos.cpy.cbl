           SELECT PRODUCTOS ASSIGN TO "..\productos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-productos-status.
