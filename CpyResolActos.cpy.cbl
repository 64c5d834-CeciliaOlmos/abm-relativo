           SELECT RESOL-ACTOS ASSIGN TO "..\resoluciones-actos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-resol-actos-status.
