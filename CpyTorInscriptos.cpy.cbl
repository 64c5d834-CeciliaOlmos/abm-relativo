           SELECT TOR-INSCRIPTOS ASSIGN TO "..\torneo-inscriptos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-tor-inscriptos-status.
