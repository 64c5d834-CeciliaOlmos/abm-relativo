           SELECT FACTURAS-PAT
               ASSIGN TO "..\facturas-patrocinio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-facturas-pat-status.
