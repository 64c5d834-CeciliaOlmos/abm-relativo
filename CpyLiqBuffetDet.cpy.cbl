           SELECT LIQ-BUFFET-DET ASSIGN TO "..\liq-buffet-det.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-liq-buffet-det-status.
