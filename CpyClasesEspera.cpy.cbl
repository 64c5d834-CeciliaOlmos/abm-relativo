           SELECT CLASES-ESPERA ASSIGN TO "..\clases-espera.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-clases-espera-status.
