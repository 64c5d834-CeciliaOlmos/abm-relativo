       77  w-sanciones-status pic xx.
       77  w-san-buscar-cod pic 9(4).
       77  w-san-buscar-fecha pic 9(8).
       77  w-san-vigor pic 9 value 0.
           88 sancion-en-vigor value 1.
       01  w-san-resol-vigor pic x(20).
       77  w-san-hasta-vigor pic 9(8).
       77  w-sen-san pic 9 value 0.
           88 fin-sanciones value 1.
