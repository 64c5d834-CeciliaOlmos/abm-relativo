           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-excepciones-status.
