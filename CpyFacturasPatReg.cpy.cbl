      * Sponsorship invoices, one per contract and billed month, in
      * their own numbering. The amount is final, VAT included. Once
      * paid the invoice keeps the date, the form of payment (E
      * efectivo, T transferencia, Q cheque) and the operator.
       FD  FACTURAS-PAT.
       01  factura-pat-reg.
           03 fpt-numero pic 9(6).
           03 fpt-contrato pic 9(4).
           03 fpt-patrocinador pic 9(3).
           03 fpt-periodo pic 9(6).
           03 fpt-fecha-emision pic 9(8).
           03 fpt-monto pic 9(9)v99.
           03 fpt-estado pic x.
               88 fpt-pendiente value "P".
               88 fpt-cobrada value "C".
           03 fpt-fecha-pago pic 9(8).
           03 fpt-forma-pago pic x.
           03 fpt-operador-pago pic x(12).
