      * One row per monthly settlement with the buffet
      * concessionaire. lb-neto is what the club pays; negative when
      * the canon and commission exceed the money collected.
       FD  LIQ-BUFFET.
       01  liq-buffet-reg.
           03 lb-numero pic 9(6).
           03 lb-periodo pic 9(6).
           03 lb-fecha pic 9(8).
           03 lb-consumido pic 9(9)v99.
           03 lb-cobrado pic 9(9)v99.
           03 lb-pendiente pic 9(9)v99.
           03 lb-cobrado-ant pic 9(9)v99.
           03 lb-incobrable pic 9(9)v99.
           03 lb-incobr-club pic 9(9)v99.
           03 lb-canon pic 9(9)v99.
           03 lb-comision pic 9(9)v99.
           03 lb-neto pic s9(9)v99.
           03 lb-operador pic x(12).
