           SELECT CAMP-SOCIOS ASSIGN TO "..\campanias-socios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-camp-socios-status.
