      * Staff time-clock marks taken at the ACCESO-CLUB gate, kept
      * apart from the members' asistencia.dat. Movement E entrada,
      * S salida; fic-area is the gate that took the mark.
       FD  FICHADAS.
       01  fichada-reg.
           03 fic-fecha pic 9(8).
           03 fic-hora pic 9(6).
           03 fic-numero pic 9(5).
           03 fic-movimiento pic x.
               88 fichada-entrada value "E".
               88 fichada-salida value "S".
           03 fic-area pic xxx.
