           SELECT STOCK-MOV ASSIGN TO "..\stock-mov.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-stock-mov-status.
