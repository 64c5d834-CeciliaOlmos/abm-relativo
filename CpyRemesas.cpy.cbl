           SELECT REMESAS ASSIGN TO "..\remesas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-remesas-status.
