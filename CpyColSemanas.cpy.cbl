           SELECT COL-SEMANAS ASSIGN TO "..\colonia-semanas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-semanas-status.
