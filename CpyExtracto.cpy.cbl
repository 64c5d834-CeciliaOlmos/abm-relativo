           SELECT EXTRACTO ASSIGN TO "..\extracto.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-extracto-status.
