       77  w-devengos-status pic xx.
       77  w-dv-socio pic 9(4).
       77  w-dv-periodo pic 9(6).
       77  w-dv-monto pic 9(6)v99.
       77  w-dv-hallado pic 9 value 0.
           88 devengo-hallado value 1.
       77  w-dv-sen pic 9 value 0.
           88 fin-devengos value 1.
       77  w-dv-i pic 9(3).
       77  w-dv-cant pic 9(3) value 0.
       01  tab-dv-socio.
           05 dv-socio-ent occurs 1 to 600 times
                   depending on w-dv-cant.
               07 tdv-periodo pic 9(6).
               07 tdv-monto pic 9(6)v99.
