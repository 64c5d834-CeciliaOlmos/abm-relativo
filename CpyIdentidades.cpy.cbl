           SELECT IDENTIDADES ASSIGN TO "..\identidades.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS id-clave
           ALTERNATE RECORD KEY IS id-codigo WITH DUPLICATES
           FILE STATUS IS w-identidades-status.
