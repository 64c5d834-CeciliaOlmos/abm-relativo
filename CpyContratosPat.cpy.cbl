           SELECT CONTRATOS-PAT
               ASSIGN TO "..\contratos-patrocinio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-contratos-pat-status.
