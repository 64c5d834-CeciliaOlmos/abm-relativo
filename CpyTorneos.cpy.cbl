           SELECT TORNEOS ASSIGN TO "..\torneos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-torneos-status.
