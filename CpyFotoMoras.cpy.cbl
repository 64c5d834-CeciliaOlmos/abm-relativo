           SELECT FOTO-MORAS ASSIGN TO "..\mora-foto.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS rel-foto
           FILE STATUS IS w-foto-moras-status.
