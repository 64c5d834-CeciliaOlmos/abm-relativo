      * Monthly amount of a sponsorship contract for billed month
      * w-pc-periodo (AAAAMM): the agreed w-pc-monto-base raised by
      * w-pc-ajuste percent on every anniversary of w-pc-desde reached
      * by that month, compounded year on year.
       904-MONTO-CONTRATO.
           MOVE w-pc-monto-base TO w-pc-monto.
           COMPUTE w-pc-meses =
               (w-pc-periodo-anio * 12 + w-pc-periodo-mes)
             - (w-pc-desde-anio * 12 + w-pc-desde-mes).
           IF w-pc-meses < 12 OR w-pc-ajuste = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-pc-anios = w-pc-meses / 12.
           PERFORM VARYING w-pc-i FROM 1 BY 1
                   UNTIL w-pc-i > w-pc-anios
               COMPUTE w-pc-monto ROUNDED =
                   w-pc-monto * (100 + w-pc-ajuste) / 100
           END-PERFORM.
