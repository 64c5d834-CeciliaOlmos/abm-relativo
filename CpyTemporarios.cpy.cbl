           SELECT TEMPORARIOS ASSIGN TO "..\temporarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-temporarios-status.
