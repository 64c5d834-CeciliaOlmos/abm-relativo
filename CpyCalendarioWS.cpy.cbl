       77  w-feriados-status pic xx.
       77  w-cant-feriados pic 9(3) value 0.
       77  w-cal-i pic 9(3).
       77  w-cal-sen pic 9 value 0.
           88 fin-calendario value 1.
       01  tab-feriados.
           05 feriados-ent occurs 1 to 500 times
                   depending on w-cant-feriados.
               07 tf-fecha pic 9(8).
               07 tf-tipo pic x.
               07 tf-descripcion pic x(30).
       01  w-cal-fecha pic 9(8).
       77  w-cal-juliano pic 9(7).
       77  w-cal-dia-semana pic 9.
       77  w-cal-habil pic 9 value 0.
           88 dia-habil value 1.
       77  w-cal-cierre pic 9 value 0.
           88 dia-cierre-club value 1.
       01  w-cal-descripcion pic x(30).
