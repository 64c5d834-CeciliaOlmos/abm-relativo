           SELECT RESOLUCIONES ASSIGN TO "..\resoluciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-resoluciones-status.
