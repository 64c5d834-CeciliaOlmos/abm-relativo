      * Supplier invoices. fp-pagado accumulates what the payment
      * orders of ORDENES-PAGO applied to the invoice, oldest due
      * date first; the invoice turns "C" (cancelada) once it is
      * paid in full.
       FD  FACTURAS-PROV.
       01  factura-prov-reg.
           03 fp-proveedor pic 9(4).
           03 fp-tipo pic x.
           03 fp-numero pic x(13).
           03 fp-fecha pic 9(8).
           03 fp-vence pic 9(8).
           03 fp-monto pic 9(9)v99.
           03 fp-pagado pic 9(9)v99.
           03 fp-concepto pic x(12).
           03 fp-estado pic x.
               88 factura-pendiente value "P".
               88 factura-cancelada value "C".
           03 fp-operador pic x(12).
