       77  w-sol-ingreso-status pic xx.
       77  w-cant-sol pic 9(3) value 0.
       77  w-si pic 9(3).
       77  w-sen-sol pic 9.
           88 fin-solicitudes value 1.
       77  w-ultimo-numero pic 9(5) value 0.
       77  w-sol-desborde pic 9 value 0.
           88 solicitudes-desbordadas value 1.
       77  w-sol-hallada pic 9 value 0.
           88 solicitud-hallada value 1.
       77  w-sol-buscar-cod pic 9(4).
       01  tab-solicitudes.
           05 sol-ent occurs 1 to 300 times
                   depending on w-cant-sol.
               07 tsi-numero pic 9(5).
               07 tsi-codigo pic 9(4).
               07 tsi-nombre pic x(20).
               07 tsi-categoria pic x.
               07 tsi-sucursal pic xxx.
               07 tsi-pres-1 pic 9(4).
               07 tsi-pres-2 pic 9(4).
               07 tsi-fecha-sol pic 9(8).
               07 tsi-fecha-pub pic 9(8).
               07 tsi-objecion pic x(30).
               07 tsi-fecha-res pic 9(8).
               07 tsi-acta pic x(20).
               07 tsi-estado pic x.
               07 tsi-operador pic x(12).
