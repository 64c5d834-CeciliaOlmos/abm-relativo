       FD  EXTRACTO.
      * Statement lines of the club's bank account. A credit by
      * transfer comes as tipo "T" with the originating CBU; lines
      * of older statements carry neither and read as other moves.
       01  extracto-reg.
           03 ext-fecha pic 9(8).
           03 ext-importe pic 9(11)v99.
           03 ext-referencia pic x(20).
           03 ext-tipo pic x.
               88 ext-transferencia value "T".
           03 ext-cbu-origen pic x(22).
