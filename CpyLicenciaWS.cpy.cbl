       77  w-licencias-status pic xx.
       77  w-cant-lic pic 9(3) value 0.
       77  w-lc pic 9(3).
       77  w-sen-lic pic 9.
           88 fin-licencias value 1.
       77  w-lic-desborde pic 9 value 0.
           88 licencias-desbordadas value 1.
       77  w-licencia-pct pic 9(3) value 50.
       77  w-lic-buscar-cod pic 9(4).
       77  w-lic-buscar-periodo pic 9(6).
       77  w-lic-monto pic 9(6)v99.
       77  w-lic-aplica pic 9 value 0.
           88 periodo-en-licencia value 1.
       01  tab-licencias.
           05 licencias-ent occurs 1 to 300 times
                   depending on w-cant-lic.
               07 tl-codigo pic 9(4).
               07 tl-desde pic 9(6).
               07 tl-hasta pic 9(6).
               07 tl-motivo pic x(20).
               07 tl-fecha-solicitud pic 9(8).
               07 tl-estado pic x.
               07 tl-operador pic x(12).
