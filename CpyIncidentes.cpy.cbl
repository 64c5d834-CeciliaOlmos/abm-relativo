           SELECT INCIDENTES ASSIGN TO "..\incidentes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-incidentes-status.
