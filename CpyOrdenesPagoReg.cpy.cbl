      * Numbered payment orders to suppliers. A cash order (forma
      * "E") leaves the drawer of the operator who paid it and is
      * subtracted by CIERRE-CAJA; cheques and transfers carry the
      * cheque number or the bank reference in op-referencia.
       FD  ORDENES-PAGO.
       01  orden-pago-reg.
           03 op-numero pic 9(6).
           03 op-fecha pic 9(8).
           03 op-proveedor pic 9(4).
           03 op-forma pic x.
               88 op-efectivo value "E".
               88 op-cheque value "C".
               88 op-transferencia value "T".
           03 op-monto pic 9(9)v99.
           03 op-referencia pic x(20).
           03 op-operador pic x(12).
      * Cost center the payment is charged to, as in egresos.dat:
      * S = section, U = sucursal, G or blank = general overhead.
           03 op-centro-tipo pic x.
               88 orden-centro-seccion value "S".
               88 orden-centro-sucursal value "U".
           03 op-centro pic xxx.
