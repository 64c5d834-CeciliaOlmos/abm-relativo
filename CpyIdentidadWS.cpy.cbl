       77  w-identidades-status pic xx.
       01  w-idn-tipo pic x.
           88 idn-dni value "D".
           88 idn-cuil value "C".
           88 idn-pasaporte value "P".
       01  w-idn-entrada pic x(11).
       01  w-idn-numero pic x(11).
       77  w-idn-dni pic 9(8).
       77  w-idn-largo pic 99.
       77  w-idn-i pic 99.
       77  w-idn-digito pic 9.
       77  w-idn-suma pic 9(4).
       77  w-idn-resto pic 99.
       77  w-idn-verificador pic 99.
       01  w-idn-pesos-v pic x(10) value "5432765432".
       01  w-idn-pesos redefines w-idn-pesos-v.
           05 w-idn-peso pic 9 occurs 10 times.
       77  w-idn-ok pic 9 value 0.
           88 documento-valido value 1.
       77  w-idn-hallado pic 9 value 0.
           88 documento-registrado value 1.
       77  w-idn-codigo pic 9(4).
       77  w-idn-codigo-hallado pic 9(4).
       77  w-idn-codigo-nuevo pic 9(4).
       01  w-idn-operador pic x(12).
       01  w-idn-estado pic x.
       01  w-idn-motivo pic 9.
       01  w-idn-situacion pic x(12).
       77  w-idn-sen pic 9 value 0.
           88 fin-identidades value 1.
