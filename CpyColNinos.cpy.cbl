           SELECT COL-NINOS ASSIGN TO "..\colonia-ninos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-ninos-status.
