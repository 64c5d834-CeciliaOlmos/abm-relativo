       FD  RESOLUCIONES.
      * Libro de actas of the comision directiva: one record per
      * resolution, numbered as in the book, with the minute (acta)
      * it was passed in, the meeting date and a short summary.
       01  resolucion-reg.
           03 res-numero pic 9(5).
           03 res-acta pic 9(5).
           03 res-fecha pic 9(8).
           03 res-resumen pic x(50).
