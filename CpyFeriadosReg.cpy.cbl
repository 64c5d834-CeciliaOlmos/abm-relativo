       FD  FERIADOS.
       01  feriado-reg.
           03 fer-fecha pic 9(8).
           03 fer-tipo pic x.
               88 fer-feriado value "F".
               88 fer-cierre-club value "C".
           03 fer-descripcion pic x(30).
