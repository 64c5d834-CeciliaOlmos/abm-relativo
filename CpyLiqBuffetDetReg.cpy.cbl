      * Buffet consumption of each socio in a settlement. A row left
      * pendiente is carried forward: the settlement that finds its
      * cargo collected or written off pays or treats it and stamps
      * its own number in lbd-resuelta.
       FD  LIQ-BUFFET-DET.
       01  liq-buffet-det-reg.
           03 lbd-numero pic 9(6).
           03 lbd-periodo pic 9(6).
           03 lbd-codigo pic 9(4).
           03 lbd-monto pic 9(7)v99.
           03 lbd-estado pic x.
               88 lbd-pendiente value "P".
               88 lbd-cobrado value "C".
               88 lbd-incobrable value "I".
           03 lbd-resuelta pic 9(6).
