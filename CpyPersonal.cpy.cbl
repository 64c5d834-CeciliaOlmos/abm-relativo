           SELECT PERSONAL ASSIGN TO "..\personal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-personal-status.
