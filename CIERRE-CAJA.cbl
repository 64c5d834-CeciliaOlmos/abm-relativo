      * Date:
      * Purpose: End-of-day cash close. For the requested date it
      *          totals the dues payments of cuotas.dat (monto plus
      *          recargo), the entry passes sold to non-members in
      *          pases.dat, the event tickets paid in cash in
      *          entradas-evento.dat, the cash payment orders to
      *          suppliers of ordenes-pago.dat, the cash donations
      *          of donaciones.dat (less those annulled that day),
      *          the summer camp recibos paid in cash in
      *          colonia-pagos.dat
      *          and the deposits/extractions of movimientos.dat per
      *          operator, asks for the counted
      *          cash of each drawer, reports the difference, and
      *          writes one cierre record per operator to
      *          cierres.dat. The presence of a cierre for a date
           COPY "CpyEgresos.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyPases.cpy.cbl".
           COPY "CpyEntradasEvt.cpy.cbl".
           COPY "CpyOrdenesPago.cpy.cbl".
           COPY "CpyDonaciones.cpy.cbl".
           COPY "CpyColPagos.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyEgresosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyPasesReg.cpy.cbl".
           COPY "CpyEntradasEvtReg.cpy.cbl".
           COPY "CpyOrdenesPagoReg.cpy.cbl".
           COPY "CpyDonacionesReg.cpy.cbl".
           COPY "CpyColPagosReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-cuotas-status pic xx.
       77  w-cierres-status pic xx.
               07 top-cheques pic 9(9)v99.
               07 top-transfer pic 9(9)v99.
               07 top-egresos pic 9(9)v99.
               07 top-pases pic 9(9)v99.
               07 top-eventos pic 9(9)v99.
               07 top-pagos-prov pic 9(9)v99.
               07 top-donaciones pic 9(9)v99.
               07 top-don-anuladas pic 9(9)v99.
               07 top-colonia pic 9(9)v99.
       77  w-esperado pic s9(9)v99.
       77  w-contado pic s9(9)v99.
       77  w-diferencia pic s9(9)v99.
           88 cred-socio-anotado value 1.
       77  w-recibos-status pic xx.
       77  w-egresos-status pic xx.
       77  w-pases-status pic xx.
       77  w-entradas-evt-status pic xx.
       77  w-ordenes-pago-status pic xx.
       77  w-donaciones-status pic xx.
       77  w-col-pagos-status pic xx.
       77  w-cant-egr pic 9(3) value 0.
       77  w-e pic 9(3).
       01  tab-egresos-dia.
               PERFORM 300-ACUMULAR-MOVIMIENTOS
               PERFORM 350-ACUMULAR-CREDITOS
               PERFORM 370-ACUMULAR-EGRESOS
               PERFORM 380-ACUMULAR-PASES
               PERFORM 385-ACUMULAR-EVENTOS
               PERFORM 390-ACUMULAR-PAGOS-PROV
               PERFORM 395-ACUMULAR-DONACIONES
               PERFORM 396-ACUMULAR-COLONIA
               IF w-cant-oper = 0
                   DISPLAY "No hay operaciones registradas en la"
                       " fecha ", w-fecha
      * looks its method up by recibo number. Cheques and
      * transferencias never touch the drawer: they are totalized
      * apart and the counted cash is compared against cash alone.
      * What the collection network took (forma "R") reaches the
      * club by the network's bank remittance and counts with the
      * transferencias. Dues paid from the tabla.cbl ledger (forma
      * "S") move no money at all and stay out of every total.
       150-CARGAR-FORMAS-DE-PAGO.
           MOVE 0 TO w-cant-formas.
           OPEN INPUT RECIBOS.
                                   ADD cuota-recargo
                                       TO top-cheques(w-i)
                               WHEN "T"
                               WHEN "R"
                                   ADD cuota-monto
                                       TO top-transfer(w-i)
                                   ADD cuota-recargo
                                       TO top-transfer(w-i)
                               WHEN "S"
                                   CONTINUE
                               WHEN OTHER
                                   ADD cuota-monto TO top-cuotas(w-i)
                                   ADD cuota-recargo
               MOVE 0 TO top-cheques(w-i)
               MOVE 0 TO top-transfer(w-i)
               MOVE 0 TO top-egresos(w-i)
               MOVE 0 TO top-pases(w-i)
               MOVE 0 TO top-eventos(w-i)
               MOVE 0 TO top-pagos-prov(w-i)
               MOVE 0 TO top-donaciones(w-i)
               MOVE 0 TO top-don-anuladas(w-i)
               MOVE 0 TO top-colonia(w-i)
           END-IF.
       300-ACUMULAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
      * Consumption charges (tipo "C") are account debits, not cash
      * leaving the drawer, and their compensating "PAGO CONS"
      * deposits settle ledger debt already counted through the
      * tipo "U" cuota row; likewise the "CUOTA AUT" extraction of
      * DEBITO-SALDO only moves a cuota from the socio's saldo a
      * favor to the ledger. All of them stay out of the close
      * arithmetic.
                   IF mov-fecha = w-fecha AND NOT mov-consumo
                      AND mov-concepto NOT = "PAGO CONS"
                      AND mov-concepto NOT = "CUOTA AUT"
                       PERFORM 260-UBICAR-ENTRADA
                       IF mov-deposito
                           ADD mov-monto TO top-depositos(w-i)
      * row means an annulled payment whose money stayed in the
      * drawer as saldo a favor (no refund went out), a "U" row
      * means part of a payment was covered with credit and that
      * much cash never came in. Freezing the credit of a fallecido
      * moves no cash; its refund leaves as an EGRESOS-CAJA voucher.
       350-ACUMULAR-CREDITOS.
           OPEN INPUT CREDITOS.
           IF w-creditos-status = "00"
                       PERFORM 260-UBICAR-ENTRADA
                       IF credito-alta
                           ADD cred-monto TO top-cred-altas(w-i)
                       END-IF
                       IF credito-aplicado
                           ADD cred-monto TO top-cred-usos(w-i)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EGRESOS
           END-IF.
      * Passes are sold in cash only, so the day's sales enter the
      * expected cash of the operator who sold them in full.
       380-ACUMULAR-PASES.
           OPEN INPUT PASES.
           IF w-pases-status = "00"
               MOVE 0 TO w-sen
               READ PASES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF pase-fecha-venta = w-fecha
                       MOVE pase-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD pase-monto TO top-pases(w-i)
                   END-IF
                   READ PASES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PASES
           END-IF.
      * Event tickets charged to the member account are consumptions
      * collected later through the dues path; only the cash sales
      * enter the drawer.
       385-ACUMULAR-EVENTOS.
           OPEN INPUT ENTRADAS-EVT.
           IF w-entradas-evt-status = "00"
               MOVE 0 TO w-sen
               READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ent-fecha = w-fecha AND ent-efectivo
                       MOVE ent-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD ent-monto TO top-eventos(w-i)
                   END-IF
                   READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ENTRADAS-EVT
           END-IF.
      * Only the cash orders leave the drawer; cheques and transfers
      * are paid from the bank and stay out of the close.
       390-ACUMULAR-PAGOS-PROV.
           OPEN INPUT ORDENES-PAGO.
           IF w-ordenes-pago-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF op-fecha = w-fecha AND op-efectivo
                       MOVE op-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD op-monto TO top-pagos-prov(w-i)
                   END-IF
                   READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-PAGO
           END-IF.
      * Only cash donations enter the drawer. A receipt annulled later
      * keeps counting on the day it was issued; the money goes back
      * on the day of the annulment, against the drawer that took it.
       395-ACUMULAR-DONACIONES.
           OPEN INPUT DONACIONES.
           IF w-donaciones-status = "00"
               MOVE 0 TO w-sen
               READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF don-fecha = w-fecha AND donacion-efectivo
                       MOVE don-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD don-monto TO top-donaciones(w-i)
                   END-IF
                   IF donacion-anulada AND donacion-efectivo AND
                      don-fecha-anulacion = w-fecha
                       MOVE don-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD don-monto TO top-don-anuladas(w-i)
                   END-IF
                   READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE DONACIONES
           END-IF.
      * Summer camp recibos paid in cash, by the operator that took
      * them.
       396-ACUMULAR-COLONIA.
           OPEN INPUT COL-PAGOS.
           IF w-col-pagos-status = "00"
               MOVE 0 TO w-sen
               READ COL-PAGOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cp-fecha = w-fecha AND cp-efectivo
                       MOVE cp-operador TO mov-operador
                       PERFORM 260-UBICAR-ENTRADA
                       ADD cp-monto TO top-colonia(w-i)
                   END-IF
                   READ COL-PAGOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE COL-PAGOS
           END-IF.
       400-CERRAR-OPERADORES.
           OPEN EXTEND CIERRES.
           IF w-cierres-status = "35"
           COMPUTE w-esperado = top-cuotas(w-i)
               - top-anulaciones(w-i) + top-depositos(w-i)
               - top-extracciones(w-i) + top-cred-altas(w-i)
               - top-cred-usos(w-i) - top-egresos(w-i)
               + top-pases(w-i) + top-eventos(w-i)
               - top-pagos-prov(w-i) + top-donaciones(w-i)
               - top-don-anuladas(w-i) + top-colonia(w-i).
           DISPLAY "=== CIERRE OPERADOR: ", top-operador(w-i), " ===".
           MOVE top-cuotas(w-i) TO w-importe-edit.
           DISPLAY "  Cobranza en efectivo:", w-importe-edit.
           MOVE top-cheques(w-i) TO w-importe-edit.
           DISPLAY "  Cobranza en cheques: ", w-importe-edit.
           MOVE top-pases(w-i) TO w-importe-edit.
           DISPLAY "  Pases de ingreso:    ", w-importe-edit.
           MOVE top-eventos(w-i) TO w-importe-edit.
           DISPLAY "  Entradas a eventos:  ", w-importe-edit.
           MOVE top-donaciones(w-i) TO w-importe-edit.
           DISPLAY "  Donaciones efectivo: ", w-importe-edit.
           MOVE top-colonia(w-i) TO w-importe-edit.
           DISPLAY "  Colonia de verano:   ", w-importe-edit.
           MOVE top-transfer(w-i) TO w-importe-edit.
           DISPLAY "  Por transferencia:   ", w-importe-edit.
           MOVE top-anulaciones(w-i) TO w-importe-edit.
           DISPLAY "  Credito aplicado:    ", w-importe-edit.
           MOVE top-egresos(w-i) TO w-importe-edit.
           DISPLAY "  Egresos de caja:     ", w-importe-edit.
           MOVE top-pagos-prov(w-i) TO w-importe-edit.
           DISPLAY "  Pagos a proveedores: ", w-importe-edit.
           MOVE top-don-anuladas(w-i) TO w-importe-edit.
           DISPLAY "  Donaciones anuladas: ", w-importe-edit.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-egr
               IF te-operador(w-e) = top-operador(w-i)
                   MOVE te-monto(w-e) TO w-importe-edit
           END-IF.
           IF credito-alta
               ADD cred-monto TO tcr-saldo(w-cr)
           END-IF.
           IF credito-aplicado OR credito-congelado
               SUBTRACT cred-monto FROM tcr-saldo(w-cr)
           END-IF.
       800-FIN.
