           SELECT COL-GRUPOS ASSIGN TO "..\colonia-grupos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-grupos-status.
