      *          For the requested month it totals the collections of
      *          recibos.dat (split cash / cheques / transferencias
      *          by rec-forma), the reversals (tipo "X" rows of
      *          cuotas.dat), the cash differences of cierres.dat,
      *          the supplier invoices of facturas-prov.dat (per
      *          accounting concept) and the payment orders of
      *          ordenes-pago.dat (split by forma de pago), the
      *          collections of the cash network (forma "R"), the
      *          network commissions of red-comisiones.dat, the
      *          dues paid from the members' ledger (forma "S") and
      *          the donations of donaciones.dat (cash, bank or in
      *          kind, and the receipts annulled in the month), the
      *          monthly depreciation of the fixed assets that
      *          AMORTIZA-BIENES leaves in amortizaciones.dat,
      *          maps each concept to its debit and credit account
      *          through the small mapping file cuentas-map.dat
      *          (concepto, cuenta debe, cuenta haber), and writes
      *          asientos-control.txt proving total debits equal
      *          total credits, and the run is journaled in
      *          bitacora-batch.dat like every other batch step.
      *          Each run files a dated copy of its control page in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyFactProv.cpy.cbl".
           COPY "CpyOrdenesPago.cpy.cbl".
           COPY "CpyDonaciones.cpy.cbl".
           COPY "CpyAmortizaciones.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT COMISIONES-RED ASSIGN TO "..\red-comisiones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-comisiones-status.
           SELECT CUENTAS-MAP ASSIGN TO "..\cuentas-map.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-cuentas-status.
           SELECT CONTROL-ASIENTOS
               ASSIGN TO "..\asientos-control.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyFactProvReg.cpy.cbl".
           COPY "CpyOrdenesPagoReg.cpy.cbl".
           COPY "CpyDonacionesReg.cpy.cbl".
           COPY "CpyAmortizacionesReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  COMISIONES-RED.
       01  comision-red-reg.
           03 rc-fecha-cobro pic 9(8).
           03 rc-red pic x.
           03 rc-cantidad pic 9(5).
           03 rc-cobrado pic 9(10)v99.
           03 rc-comision pic 9(8)v99.
           03 rc-fecha-proceso pic 9(8).
       FD  CUENTAS-MAP.
       01  cuenta-map-reg.
           03 map-concepto pic x(12).
           03 asi-importe pic 9(11)v99.
       FD  CONTROL-ASIENTOS.
       01  control-asientos-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-cuotas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-cierres-status pic xx.
       77  w-cuentas-status pic xx.
       77  w-comisiones-status pic xx.
       77  w-facturas-prov-status pic xx.
       77  w-ordenes-pago-status pic xx.
       77  w-donaciones-status pic xx.
       77  w-amortizaciones-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-anio pic 9(4).
       77  w-tot-efectivo pic 9(11)v99 value 0.
       77  w-tot-cheques pic 9(11)v99 value 0.
       77  w-tot-transfer pic 9(11)v99 value 0.
       77  w-tot-red pic 9(11)v99 value 0.
       77  w-tot-saldo pic 9(11)v99 value 0.
       77  w-tot-comision-red pic 9(11)v99 value 0.
       77  w-tot-anulado pic 9(11)v99 value 0.
       77  w-tot-diferencia pic s9(11)v99 value 0.
       77  w-tot-pago-efec pic 9(11)v99 value 0.
       77  w-tot-pago-cheq pic 9(11)v99 value 0.
       77  w-tot-pago-transf pic 9(11)v99 value 0.
       77  w-tot-don-efec pic 9(11)v99 value 0.
       77  w-tot-don-banco pic 9(11)v99 value 0.
       77  w-tot-don-especie pic 9(11)v99 value 0.
       77  w-tot-don-anulada pic 9(11)v99 value 0.
       77  w-tot-amortizacion pic 9(11)v99 value 0.
       77  w-cant-cfp pic 9(2) value 0.
       77  w-c pic 9(2).
       77  w-cfp-hallado pic 9 value 0.
           88 concepto-anotado value 1.
       01  tab-conceptos-prov.
           05 conceptos-prov-ent occurs 1 to 30 times
                   depending on w-cant-cfp.
               07 tcf-concepto pic x(12).
               07 tcf-importe pic 9(11)v99.
       77  w-tot-debe pic 9(13)v99 value 0.
       77  w-tot-haber pic 9(13)v99 value 0.
       01  w-concepto pic x(12).
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EXPORTA-ASIENTOS" TO w-programa-log.
           PERFORM 200-ACUMULAR-RECIBOS.
           PERFORM 300-ACUMULAR-ANULACIONES.
           PERFORM 400-ACUMULAR-DIFERENCIAS.
           PERFORM 450-ACUMULAR-PROVEEDORES.
           PERFORM 470-ACUMULAR-COMISIONES-RED.
           PERFORM 480-ACUMULAR-DONACIONES.
           PERFORM 490-ACUMULAR-AMORTIZACIONES.
           PERFORM 500-ESCRIBIR-ASIENTOS.
           PERFORM 800-FIN.
           STOP RUN.
                               COMPUTE w-tot-transfer =
                                   w-tot-transfer + rec-monto
                                   + rec-recargo
                           WHEN forma-red
                               COMPUTE w-tot-red =
                                   w-tot-red + rec-monto
                                   + rec-recargo
                           WHEN forma-saldo
                               COMPUTE w-tot-saldo =
                                   w-tot-saldo + rec-monto
                                   + rec-recargo
                           WHEN OTHER
                               COMPUTE w-tot-efectivo =
                                   w-tot-efectivo + rec-monto
               CLOSE CIERRES
           END-IF.
           MOVE 0 TO w-sen.
      * Supplier invoices are booked in the month of their date
      * under the concept they carry (expense against proveedores);
      * the payment orders in the month they were paid, one concept
      * per form (proveedores against caja or banco).
       450-ACUMULAR-PROVEEDORES.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF fp-fecha(1:6) = w-periodo
                       PERFORM 460-ACUMULAR-CONCEPTO-PROV
                   END-IF
                   READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
           OPEN INPUT ORDENES-PAGO.
           IF w-ordenes-pago-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF op-fecha(1:6) = w-periodo
                       EVALUATE TRUE
                           WHEN op-cheque
                               ADD op-monto TO w-tot-pago-cheq
                           WHEN op-transferencia
                               ADD op-monto TO w-tot-pago-transf
                           WHEN OTHER
                               ADD op-monto TO w-tot-pago-efec
                       END-EVALUATE
                   END-IF
                   READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-PAGO
           END-IF.
           MOVE 0 TO w-sen.
       460-ACUMULAR-CONCEPTO-PROV.
           MOVE 0 TO w-cfp-hallado.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-cfp OR concepto-anotado
               IF tcf-concepto(w-c) = fp-concepto
                   MOVE 1 TO w-cfp-hallado
               END-IF
           END-PERFORM.
           IF concepto-anotado
               SUBTRACT 1 FROM w-c
               ADD fp-monto TO tcf-importe(w-c)
           ELSE
               IF w-cant-cfp < 30
                   ADD 1 TO w-cant-cfp
                   MOVE fp-concepto TO tcf-concepto(w-cant-cfp)
                   MOVE fp-monto TO tcf-importe(w-cant-cfp)
               END-IF
           END-IF.
      * The cash network keeps its commission out of what it remits;
      * it is booked in the month the rendition was imported, the
      * same month its recibos carry.
       470-ACUMULAR-COMISIONES-RED.
           OPEN INPUT COMISIONES-RED.
           IF w-comisiones-status = "00"
               MOVE 0 TO w-sen
               READ COMISIONES-RED AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF rc-fecha-proceso(1:6) = w-periodo
                       ADD rc-comision TO w-tot-comision-red
                   END-IF
                   READ COMISIONES-RED AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE COMISIONES-RED
           END-IF.
           MOVE 0 TO w-sen.
      * Donations are booked in the month of the receipt, one concept
      * per way they came in (goods in kind against the asset
      * account of the fund). An annulled receipt stays booked in
      * its own month and is reversed in the month it was annulled.
       480-ACUMULAR-DONACIONES.
           OPEN INPUT DONACIONES.
           IF w-donaciones-status = "00"
               MOVE 0 TO w-sen
               READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF don-fecha(1:6) = w-periodo
                       EVALUATE TRUE
                           WHEN donacion-efectivo
                               ADD don-monto TO w-tot-don-efec
                           WHEN donacion-especie
                               ADD don-monto TO w-tot-don-especie
                           WHEN OTHER
                               ADD don-monto TO w-tot-don-banco
                       END-EVALUATE
                   END-IF
                   IF donacion-anulada AND
                      don-fecha-anulacion(1:6) = w-periodo
                       ADD don-monto TO w-tot-don-anulada
                   END-IF
                   READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE DONACIONES
           END-IF.
           MOVE 0 TO w-sen.
      * Depreciation is booked in the period of the run that computed
      * it (expense against accumulated depreciation).
       490-ACUMULAR-AMORTIZACIONES.
           OPEN INPUT AMORTIZACIONES.
           IF w-amortizaciones-status = "00"
               MOVE 0 TO w-sen
               READ AMORTIZACIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF am-periodo = w-periodo
                       ADD am-importe TO w-tot-amortizacion
                   END-IF
                   READ AMORTIZACIONES AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE AMORTIZACIONES
           END-IF.
           MOVE 0 TO w-sen.
       500-ESCRIBIR-ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           OPEN OUTPUT CONTROL-ASIENTOS.
           MOVE "COBRO-TRANSF" TO w-concepto.
           MOVE w-tot-transfer TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "COBRO-RED" TO w-concepto.
           MOVE w-tot-red TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "COBRO-SALDO" TO w-concepto.
           MOVE w-tot-saldo TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "RED-COMISION" TO w-concepto.
           MOVE w-tot-comision-red TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "ANULACIONES" TO w-concepto.
           MOVE w-tot-anulado TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
               MOVE w-tot-diferencia TO w-importe
           END-IF.
           PERFORM 510-ASENTAR-CONCEPTO.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cfp
               MOVE tcf-concepto(w-c) TO w-concepto
               MOVE tcf-importe(w-c) TO w-importe
               PERFORM 510-ASENTAR-CONCEPTO
           END-PERFORM.
           MOVE "PAGO-PROV-EF" TO w-concepto.
           MOVE w-tot-pago-efec TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "PAGO-PROV-CH" TO w-concepto.
           MOVE w-tot-pago-cheq TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "PAGO-PROV-TR" TO w-concepto.
           MOVE w-tot-pago-transf TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "DONAC-EFECT" TO w-concepto.
           MOVE w-tot-don-efec TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "DONAC-BANCO" TO w-concepto.
           MOVE w-tot-don-banco TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "DONAC-ESPEC" TO w-concepto.
           MOVE w-tot-don-especie TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "DONAC-ANULA" TO w-concepto.
           MOVE w-tot-don-anulada TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE "AMORTIZACION" TO w-concepto.
           MOVE w-tot-amortizacion TO w-importe.
           PERFORM 510-ASENTAR-CONCEPTO.
           MOVE SPACES TO control-asientos-linea.
           WRITE control-asientos-linea.
           MOVE w-tot-debe TO w-importe-edit.
           WRITE control-asientos-linea.
           CLOSE ASIENTOS.
           CLOSE CONTROL-ASIENTOS.
           MOVE "asientos-control.txt" TO w-rep-archivo.
           MOVE "ASIENTOS-CTRL" TO w-rep-informe.
           MOVE "EXPORTA-ASIENTOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
      * Each concept writes its balanced pair: the mapped debit
      * account and credit account for the same amount. A concept
      * without a mapping row is skipped and counted so the
           DISPLAY "Exportacion de asientos finalizada".
           DISPLAY "Renglones de asiento escritos: ", w-asientos.
           DISPLAY "Conceptos sin mapa de cuentas: ", w-sin-mapa.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM EXPORTA-ASIENTOS.
