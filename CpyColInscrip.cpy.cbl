           SELECT COL-INSCRIP ASSIGN TO "..\colonia-inscripciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-inscrip-status.
