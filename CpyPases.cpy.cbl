           SELECT PASES ASSIGN TO "..\pases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-pases-status.
