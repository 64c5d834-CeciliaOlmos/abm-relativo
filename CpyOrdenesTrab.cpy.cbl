           SELECT ORDENES-TRAB ASSIGN TO "..\ordenes-trabajo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-ordenes-trab-status.
