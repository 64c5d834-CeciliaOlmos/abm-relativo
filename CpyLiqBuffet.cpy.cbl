           SELECT LIQ-BUFFET ASSIGN TO "..\liq-buffet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-liq-buffet-status.
