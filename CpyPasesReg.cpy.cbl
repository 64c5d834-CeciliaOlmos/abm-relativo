      * Numbered entry passes sold to non-members at the counter by
      * PASES-VENTA: a day pass or a season ticket, valid from
      * pase-desde through pase-hasta. ACCESO-CLUB validates the
      * number at the gate and CIERRE-CAJA adds the day's sales of
      * each operator to the expected cash.
       FD  PASES.
       01  pase-reg.
           03 pase-numero pic 9(6).
           03 pase-tipo pic x.
               88 pase-dia value "D".
               88 pase-temporada value "T".
           03 pase-documento pic 9(8).
           03 pase-nombre pic x(20).
           03 pase-desde pic 9(8).
           03 pase-hasta pic 9(8).
           03 pase-monto pic 9(6)v99.
           03 pase-fecha-venta pic 9(8).
           03 pase-operador pic x(12).
