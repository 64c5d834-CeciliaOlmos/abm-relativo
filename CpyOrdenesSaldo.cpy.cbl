           SELECT ORDENES-SALDO ASSIGN TO "..\ordenes-saldo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-ordenes-saldo-status.
