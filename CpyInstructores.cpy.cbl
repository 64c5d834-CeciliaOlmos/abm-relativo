           SELECT INSTRUCTORES ASSIGN TO "..\instructores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-instructores-status.
