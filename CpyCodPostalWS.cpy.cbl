       01  w-cp-validar pic x(8).
       01  w-cp-zona pic x(4).
       77  w-cp-ok pic 9 value 0.
           88 cp-valido value 1.
