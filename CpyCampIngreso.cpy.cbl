           SELECT CAMP-INGRESO ASSIGN TO "..\campanias-ingreso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-camp-ingreso-status.
