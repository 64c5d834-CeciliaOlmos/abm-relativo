       77  w-resoluciones-status pic xx.
       77  w-resol-actos-status pic xx.
       77  w-res-numero pic 9(5).
       77  w-res-acta pic 9(5).
       77  w-res-fecha pic 9(8).
       01  w-res-resumen pic x(50).
       01  w-res-referencia pic x(20).
       77  w-res-valida pic 9 value 0.
           88 resolucion-valida value 1.
       77  w-sen-res pic 9.
           88 fin-resoluciones value 1.
       01  w-res-accion pic x(30).
       01  w-res-clave pic x(10).
