           SELECT FICHADAS ASSIGN TO "..\fichadas-personal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fichadas-status.
