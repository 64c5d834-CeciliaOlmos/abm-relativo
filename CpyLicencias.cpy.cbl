           SELECT LICENCIAS ASSIGN TO "..\licencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-licencias-status.
