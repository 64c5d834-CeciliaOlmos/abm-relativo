       77  w-excepciones-status pic xx.
       01  w-exc-regla pic x(20).
       77  w-exc-codigo pic 9(4) value 0.
       01  w-exc-documento pic x(14).
       01  w-exc-supervisor pic x(12).
       01  w-exc-detalle pic x(30).
       77  w-exc-autorizada pic 9 value 0.
           88 excepcion-autorizada value 1.
       77  w-exc-pendiente pic 9 value 0.
           88 excepcion-pendiente value 1.
       77  w-exc-clave pic x(8).
       77  w-exc-clave-reg pic x(8).
       77  w-exc-nivel-reg pic 9.
       77  w-exc-bloqueado-reg pic x.
       77  w-exc-hallado pic 9 value 0.
           88 supervisor-hallado value 1.
       77  w-exc-sen pic 9 value 0.
           88 fin-exc-oper value 1.
