           SELECT SANCIONES ASSIGN TO "..\sanciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS san-clave
           FILE STATUS IS w-sanciones-status.
