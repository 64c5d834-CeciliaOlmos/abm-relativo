       77  w-cb-ente pic 9(4) value 0.
       77  w-cb-codigo pic 9(4).
       77  w-cb-periodo pic 9(6).
       77  w-cb-importe pic 9(6)v99.
       77  w-cb-importe-dig pic 9(8).
       77  w-cb-vence pic 9(8).
       01  w-cb-barra pic x(31).
       77  w-cb-i pic 99.
       77  w-cb-digito pic 9.
       77  w-cb-peso pic 9.
       77  w-cb-suma pic 9(4).
       77  w-cb-mitad pic 9(4).
       77  w-cb-verificador pic 9.
       77  w-cb-valido pic 9 value 0.
           88 barra-valida value 1.
