      * Shared reading of devengos.dat. The caller moves the socio
      * to w-dv-socio and performs 988-CARGAR-DEVENGOS-SOCIO once;
      * then, for each period it prices, moves the period to
      * w-dv-periodo and performs 989-PRECIO-DEVENGADO. When the
      * period was accrued (devengo-hallado) w-dv-monto is the
      * amount frozen by the accrual run and replaces whatever the
      * current tariff would say; periods never accrued keep being
      * priced the old way.
       988-CARGAR-DEVENGOS-SOCIO.
           MOVE 0 TO w-dv-cant.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-dv-sen.
           PERFORM UNTIL fin-devengos
               READ DEVENGOS
                   AT END
                       MOVE 1 TO w-dv-sen
                   NOT AT END
                       IF dv-codigo = w-dv-socio AND w-dv-cant < 600
                           ADD 1 TO w-dv-cant
                           MOVE dv-periodo TO tdv-periodo(w-dv-cant)
                           MOVE dv-monto TO tdv-monto(w-dv-cant)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           MOVE 0 TO w-dv-sen.
       989-PRECIO-DEVENGADO.
           MOVE 0 TO w-dv-hallado.
           MOVE 0 TO w-dv-monto.
           PERFORM VARYING w-dv-i FROM 1 BY 1
                   UNTIL w-dv-i > w-dv-cant OR devengo-hallado
               IF tdv-periodo(w-dv-i) = w-dv-periodo
                   MOVE 1 TO w-dv-hallado
                   MOVE tdv-monto(w-dv-i) TO w-dv-monto
               END-IF
           END-PERFORM.
