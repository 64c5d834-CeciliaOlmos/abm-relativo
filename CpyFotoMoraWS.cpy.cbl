       01  rel-foto pic 9(4).
       77  w-foto-moras-status pic xx.
       77  w-fm-socio pic 9(4).
       77  w-fm-mes pic 9(6).
       77  w-fm-abierta pic 9 value 0.
           88 foto-abierta values 1 2.
           88 foto-actualizable value 2.
       77  w-fm-usable pic 9 value 0.
           88 foto-usable value 1.
