      * Camp recibos, numbered from colonia-ctl.dat. One recibo pays
      * the unpaid weeks of one child; CIERRE-CAJA adds the cash
      * ones to the drawer of the operator that took them.
       FD  COL-PAGOS.
       01  col-pago-reg.
           03 cp-recibo pic 9(6).
           03 cp-fecha pic 9(8).
           03 cp-nino pic 9(5).
           03 cp-temporada pic 9(4).
           03 cp-semanas pic 9(2).
           03 cp-monto pic 9(7)v99.
           03 cp-forma pic x.
               88 cp-efectivo value "E".
               88 cp-transferencia value "T".
           03 cp-operador pic x(12).
