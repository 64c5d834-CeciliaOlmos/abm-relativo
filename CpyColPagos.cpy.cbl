           SELECT COL-PAGOS ASSIGN TO "..\colonia-pagos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-pagos-status.
