       77  w-camp-socios-status pic xx.
       77  w-cant-cas pic 9(4) value 0.
       77  w-cs pic 9(4).
       77  w-sen-cas pic 9.
           88 fin-camp-socios value 1.
       77  w-cas-buscar-cod pic 9(4).
       77  w-cas-buscar-periodo pic 9(6).
       77  w-cas-pct-cuota pic 9(3).
       77  w-cas-pct-secciones pic 9(3).
       77  w-cas-descuento pic 9(6)v99.
       01  w-cas-campania pic x(6).
       77  w-cas-aplica pic 9 value 0.
           88 periodo-en-campania value 1.
       01  tab-camp-socios.
           05 camp-socios-ent occurs 1 to 3000 times
                   depending on w-cant-cas.
               07 tcp-codigo pic 9(4).
               07 tcp-campania pic x(6).
               07 tcp-desde pic 9(6).
               07 tcp-hasta pic 9(6).
               07 tcp-pct-cuota pic 9(3).
               07 tcp-pct-secciones pic 9(3).
