           SELECT FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-feriados-status.
