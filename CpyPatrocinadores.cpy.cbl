           SELECT PATROCINADORES ASSIGN TO "..\patrocinadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-patrocinadores-status.
