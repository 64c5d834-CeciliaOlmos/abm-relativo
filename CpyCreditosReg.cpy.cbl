           03 cred-tipo pic x.
               88 credito-alta value "A".
               88 credito-aplicado value "U".
      * The saldo a favor of a fallecido, withdrawn from use by
      * FALLECIMIENTO and held for the heirs; "R" rows record what
      * EGRESOS-CAJA has since refunded out of it.
               88 credito-congelado value "F".
               88 credito-reintegrado value "R".
           03 cred-monto pic 9(6)v99.
           03 cred-recibo pic 9(6).
           03 cred-motivo pic x(30).
