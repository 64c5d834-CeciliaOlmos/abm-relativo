       FD  ORDENES-SALDO.
      * Socios who authorized their dues to be paid from their
      * tabla.cbl ledger balance; DEBITO-SALDO charges the active
      * ones every month.
       01  orden-saldo-reg.
           03 os-codigo pic 9(4).
           03 os-estado pic x.
               88 orden-activa value "A".
               88 orden-revocada value "B".
           03 os-fecha pic 9(8).
           03 os-operador pic x(12).
