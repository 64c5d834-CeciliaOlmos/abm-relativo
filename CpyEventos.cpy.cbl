           SELECT EVENTOS ASSIGN TO "..\eventos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-eventos-status.
