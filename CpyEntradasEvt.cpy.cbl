           SELECT ENTRADAS-EVT ASSIGN TO "..\entradas-evento.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-entradas-evt-status.
