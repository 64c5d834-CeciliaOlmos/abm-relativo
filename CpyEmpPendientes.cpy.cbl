           SELECT EMP-PENDIENTES ASSIGN TO "..\empadron-pendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-emp-pend-status.
