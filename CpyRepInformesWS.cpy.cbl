       77  w-rep-catalogo-status pic xx.
       77  w-rep-tmp-status pic xx.
       77  w-rep-origen-status pic xx.
       77  w-rep-copia-status pic xx.
       77  w-rep-param-status pic xx.
       01  w-rep-informe pic x(14).
       01  w-rep-archivo pic x(30).
       01  w-rep-origen pic x(18).
       01  w-rep-origen-nombre pic x(40).
       01  w-rep-copia-nombre pic x(40).
       01  w-rep-copia-corto pic x(40).
       01  w-rep-clave pic x(20).
       77  w-rep-fecha pic 9(8).
       77  w-rep-hora pic 9(6).
       77  w-rep-lineas pic 9(6).
       77  w-rep-retencion pic 9(4).
       77  w-rep-vigentes pic 9(6).
       77  w-rep-purgar pic 9(6).
       77  w-rep-sen pic 9 value 0.
           88 fin-rep value 1.
       77  w-rep-ret-hallada pic 9 value 0.
           88 retencion-propia value 1.
