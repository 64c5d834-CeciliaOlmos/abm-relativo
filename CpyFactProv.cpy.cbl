           SELECT FACTURAS-PROV ASSIGN TO "..\facturas-prov.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-facturas-prov-status.
