           SELECT ASIST-CLASES ASSIGN TO "..\asistencia-clases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asist-clases-status.
