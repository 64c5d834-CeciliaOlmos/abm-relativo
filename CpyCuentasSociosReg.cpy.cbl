       FD  CUENTAS-SOCIOS.
       01  cuenta-socio-reg.
           03 cs-codigo pic 9(4).
           03 cs-cbu pic x(22).
           03 cs-estado pic x.
               88 cuenta-activa value "A".
               88 cuenta-de-baja value "B".
           03 cs-fecha pic 9(8).
           03 cs-operador pic x(12).
