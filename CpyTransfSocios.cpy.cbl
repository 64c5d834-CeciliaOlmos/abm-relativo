           SELECT TRANSF-SOCIOS ASSIGN TO "..\transferencias-socios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-transf-socios-status.
