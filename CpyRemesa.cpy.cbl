      * Shared handling of remesas.dat, the cash remittances of the
      * sucursales to the central treasury. The file is loaded whole
      * into tab-remesas by 900-CARGAR-REMESAS and written back by
      * 901-GRABAR-REMESAS. 902-SUMAR-LOTES totals the lote items of
      * lotes-sucursal.dat of sucursal w-rem-sucursal dated
      * w-rem-desde..w-rem-hasta: all the cash taken at the counter,
      * the part already processed centrally (posted or rejected),
      * the rejected part and the count of items still pending.
      * 903-CONCILIAR-REMESA reconciles the received remittance
      * w-rm points at against its lote days; while any item is
      * still pending it stays R, otherwise it closes as C when the
      * counted cash matches or as D with an alert in alertas.dat.
       900-CARGAR-REMESAS.
           MOVE 0 TO w-cant-rem.
           MOVE 0 TO w-ultima-remesa.
           OPEN INPUT REMESAS.
           IF w-remesas-status = "00"
               MOVE 0 TO w-sen-rem
               READ REMESAS AT END MOVE 1 TO w-sen-rem END-READ
               PERFORM UNTIL fin-remesas
                   IF w-cant-rem < 2000
                       ADD 1 TO w-cant-rem
                       MOVE rem-numero TO trm-numero(w-cant-rem)
                       MOVE rem-sucursal TO trm-sucursal(w-cant-rem)
                       MOVE rem-fecha-envio
                           TO trm-fecha-envio(w-cant-rem)
                       MOVE rem-desde TO trm-desde(w-cant-rem)
                       MOVE rem-hasta TO trm-hasta(w-cant-rem)
                       MOVE rem-monto-enviado TO trm-enviado(w-cant-rem)
                       MOVE rem-bolsa TO trm-bolsa(w-cant-rem)
                       MOVE rem-transportista
                           TO trm-transportista(w-cant-rem)
                       MOVE rem-operador-envio
                           TO trm-oper-envio(w-cant-rem)
                       MOVE rem-fecha-recepcion
                           TO trm-fecha-recepcion(w-cant-rem)
                       MOVE rem-monto-contado TO trm-contado(w-cant-rem)
                       MOVE rem-operador-recepcion
                           TO trm-oper-recepcion(w-cant-rem)
                       MOVE rem-monto-lotes TO trm-lotes(w-cant-rem)
                       MOVE rem-fecha-conciliacion
                           TO trm-fecha-conc(w-cant-rem)
                       MOVE rem-estado TO trm-estado(w-cant-rem)
                       IF rem-numero > w-ultima-remesa
                           MOVE rem-numero TO w-ultima-remesa
                       END-IF
                   END-IF
                   READ REMESAS AT END MOVE 1 TO w-sen-rem END-READ
               END-PERFORM
               CLOSE REMESAS
           END-IF.
           MOVE 0 TO w-sen-rem.
       901-GRABAR-REMESAS.
           OPEN OUTPUT REMESAS.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               MOVE trm-numero(w-rm) TO rem-numero
               MOVE trm-sucursal(w-rm) TO rem-sucursal
               MOVE trm-fecha-envio(w-rm) TO rem-fecha-envio
               MOVE trm-desde(w-rm) TO rem-desde
               MOVE trm-hasta(w-rm) TO rem-hasta
               MOVE trm-enviado(w-rm) TO rem-monto-enviado
               MOVE trm-bolsa(w-rm) TO rem-bolsa
               MOVE trm-transportista(w-rm) TO rem-transportista
               MOVE trm-oper-envio(w-rm) TO rem-operador-envio
               MOVE trm-fecha-recepcion(w-rm) TO rem-fecha-recepcion
               MOVE trm-contado(w-rm) TO rem-monto-contado
               MOVE trm-oper-recepcion(w-rm) TO rem-operador-recepcion
               MOVE trm-lotes(w-rm) TO rem-monto-lotes
               MOVE trm-fecha-conc(w-rm) TO rem-fecha-conciliacion
               MOVE trm-estado(w-rm) TO rem-estado
               WRITE remesa-reg
           END-PERFORM.
           CLOSE REMESAS.
       902-SUMAR-LOTES.
           MOVE 0 TO w-rem-cobrado.
           MOVE 0 TO w-rem-procesado.
           MOVE 0 TO w-rem-rechazado.
           MOVE 0 TO w-rem-pendientes.
           OPEN INPUT LOTES-SUC.
           IF w-lotes-suc-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-lot.
           READ LOTES-SUC AT END MOVE 1 TO w-sen-lot END-READ.
           PERFORM UNTIL fin-lotes-rem
               IF lote-sucursal = w-rem-sucursal AND
                  lote-fecha >= w-rem-desde AND
                  lote-fecha <= w-rem-hasta
                   ADD lote-monto TO w-rem-cobrado
                   EVALUATE TRUE
                       WHEN lote-pendiente
                           ADD 1 TO w-rem-pendientes
                       WHEN lote-rechazado
                           ADD lote-monto TO w-rem-procesado
                           ADD lote-monto TO w-rem-rechazado
                       WHEN OTHER
                           ADD lote-monto TO w-rem-procesado
                   END-EVALUATE
               END-IF
               READ LOTES-SUC AT END MOVE 1 TO w-sen-lot END-READ
           END-PERFORM.
           CLOSE LOTES-SUC.
       903-CONCILIAR-REMESA.
           IF trm-estado(w-rm) NOT = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE trm-sucursal(w-rm) TO w-rem-sucursal.
           MOVE trm-desde(w-rm) TO w-rem-desde.
           MOVE trm-hasta(w-rm) TO w-rem-hasta.
           PERFORM 902-SUMAR-LOTES.
           MOVE w-rem-procesado TO trm-lotes(w-rm).
           IF w-rem-pendientes > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO trm-fecha-conc(w-rm).
           COMPUTE w-rem-diferencia =
               trm-contado(w-rm) - w-rem-procesado.
           IF w-rem-diferencia = 0
               MOVE "C" TO trm-estado(w-rm)
           ELSE
               MOVE "D" TO trm-estado(w-rm)
               MOVE w-rem-diferencia TO w-rem-dif-edit
               MOVE "REMESAS" TO w-al-origen
               MOVE SPACES TO w-al-texto
               STRING "REMESA " DELIMITED BY SIZE
                   trm-numero(w-rm) DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   trm-sucursal(w-rm) DELIMITED BY SIZE
                   " DIF LOTES " DELIMITED BY SIZE
                   w-rem-dif-edit DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
           END-IF.
