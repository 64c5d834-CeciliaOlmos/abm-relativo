           SELECT DEVENGOS ASSIGN TO "..\devengos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-devengos-status.
