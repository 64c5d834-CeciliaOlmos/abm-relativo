           SELECT ORDENES-PAGO ASSIGN TO "..\ordenes-pago.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-ordenes-pago-status.
