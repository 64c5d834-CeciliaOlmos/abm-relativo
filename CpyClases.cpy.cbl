           SELECT CLASES ASSIGN TO "..\clases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-clases-status.
