           SELECT TOR-PARTIDOS ASSIGN TO "..\torneo-partidos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-tor-partidos-status.
