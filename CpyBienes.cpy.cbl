           SELECT BIENES ASSIGN TO "..\bienes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bienes-status.
