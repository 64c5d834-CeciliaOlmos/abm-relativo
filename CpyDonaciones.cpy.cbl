           SELECT DONACIONES ASSIGN TO "..\donaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-donaciones-status.
