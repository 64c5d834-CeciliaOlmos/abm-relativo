           SELECT SOL-INGRESO ASSIGN TO "..\solicitudes-ingreso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sol-ingreso-status.
