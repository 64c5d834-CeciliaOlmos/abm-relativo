      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end trial balance of what the members (and the
      *          companies paying for them) owe the club, reconciled
      *          to the collections EXPORTA-ASIENTOS sent to the
      *          accounting package. For the requested month every
      *          receivable type is rolled forward - opening balance,
      *          plus charges, minus collections, minus bajas, giving
      *          the closing balance:
      *            CUOTAS    the charge documents of devengos.dat
      *                      (bajas: periods settled by a convenio
      *                      installment instead of a collection,
      *                      and periods withdrawn by FALLECIMIENTO);
      *            APORTES   the cargos of aportes-cargos.dat
      *                      (bajas: cargos withdrawn by
      *                      FALLECIMIENTO);
      *            CONSUMOS  the cargos of consumos-cargos.dat
      *                      (bajas: cargos declared incobrables by
      *                      LIQUIDA-BUFFET, taken in their period);
      *            EMPRESAS  the lines of the company invoices of
      *                      empresa-facturas.dat, whose periods are
      *                      then left out of CUOTAS;
      *            CONVENIOS the refinanced balance of convenios.dat
      *                      (fallen convenios return to the dues).
      *          The balances are derived from the present state of
      *          the files: an item counts as collected in the month
      *          its recibo belongs to, which the unbroken recibo
      *          sequence tells by number, and an annulled recibo
      *          counts as never issued. Every recibo of the month is
      *          then matched against the items it settled: the
      *          recibos whose amount differs (recargos, annulled
      *          recibos, payments of periods never accrued, ...)
      *          are listed one by one, and the month's collection
      *          total is compared with the COBRO- concepts of
      *          asientos.dat. Output goes to balance-deudores.txt;
      *          the run is journaled in bitacora-batch.dat.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-DEUDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           COPY "CpyAportesCargos.cpy.cbl".
           COPY "CpyConsumosCargos.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT EMPRESA-FACTURAS
               ASSIGN TO "..\empresa-facturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-facturas-status.
           SELECT EMPRESA-FACT-DET
               ASSIGN TO "..\empresa-fact-det.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fact-det-status.
           SELECT ASIENTOS ASSIGN TO "..\asientos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asientos-status.
           SELECT BALANCE-IMPRESO
               ASSIGN TO "..\balance-deudores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
           COPY "CpyAportesCargosReg.cpy.cbl".
           COPY "CpyConsumosCargosReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  EMPRESA-FACTURAS.
       01  empresa-factura-reg.
           03 ef-empresa pic 9(3).
           03 ef-periodo pic 9(6).
           03 ef-total pic 9(9)v99.
           03 ef-estado pic x.
               88 factura-pendiente value "P".
               88 factura-cobrada value "C".
           03 ef-fecha-emision pic 9(8).
       FD  EMPRESA-FACT-DET.
       01  empresa-det-reg.
           03 ed-empresa pic 9(3).
           03 ed-periodo pic 9(6).
           03 ed-codigo pic 9(4).
           03 ed-monto pic 9(6)v99.
           03 ed-estado pic x.
               88 detalle-pendiente value "P".
               88 detalle-cobrado value "C".
       FD  ASIENTOS.
       01  asiento-reg.
           03 asi-periodo pic 9(6).
           03 asi-concepto pic x(12).
           03 asi-cuenta pic x(8).
           03 asi-dh pic x.
           03 asi-importe pic 9(11)v99.
       FD  BALANCE-IMPRESO.
       01  balance-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-cuotas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-devengos-status pic xx.
       77  w-aportes-cargos-status pic xx.
       77  w-consumos-cargos-status pic xx.
       77  w-convenios-status pic xx.
       77  w-facturas-status pic xx.
       77  w-fact-det-status pic xx.
       77  w-asientos-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-anio pic 9(4).
       77  w-mes pic 9(2).
       77  w-periodo pic 9(6).
      * Recibo numbers bounding the month: the first one dated in
      * the month or later and the last one dated in the month or
      * earlier. A recibo below w-rec-primero was issued before the
      * month, one from w-rec-primero to w-rec-ultimo inside it.
       77  w-rec-primero pic 9(6).
       77  w-rec-ultimo pic 9(6).
       77  w-rec-pos pic 9(5).
       77  w-rec-fuera pic 9(5) value 0.
       77  w-cant-rec pic 9(5) value 0.
       77  w-r pic 9(5).
       01  tab-recibos.
           05 recibos-ent occurs 1 to 9999 times
                   depending on w-cant-rec.
               07 trc-presente pic 9.
               07 trc-importe pic 9(7)v99.
               07 trc-atribuido pic 9(7)v99.
               07 trc-convenio pic 9.
               07 trc-anulado pic 9.
       77  w-cant-anulados pic 9(4) value 0.
       77  w-a pic 9(4).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 2000 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-anulado-mes pic 9(9)v99 value 0.
      * Per-socio switches indexed by the socio code: the socio has
      * lines on a company invoice, or a convenio not fallen.
       01  tab-por-socio.
           05 por-socio-ent occurs 9999 times.
               07 tps-empresa pic 9.
               07 tps-convenio pic 9.
       77  w-cant-fac pic 9(4) value 0.
       77  w-f pic 9(4).
       01  tab-facturas.
           05 facturas-ent occurs 1 to 2000 times
                   depending on w-cant-fac.
               07 tfa-empresa pic 9(3).
               07 tfa-periodo pic 9(6).
               07 tfa-emision pic 9(6).
       77  w-cant-det pic 9(4) value 0.
       77  w-d pic 9(4).
       77  w-det-hallado pic 9 value 0.
           88 detalle-hallado value 1.
       01  tab-detalle.
           05 detalle-ent occurs 1 to 5000 times
                   depending on w-cant-det.
               07 tde-codigo pic 9(4).
               07 tde-periodo pic 9(6).
               07 tde-monto pic 9(6)v99.
               07 tde-emision pic 9(6).
               07 tde-estado pic x.
               07 tde-recibo pic 9(6).
       77  w-cant-conv pic 9(3) value 0.
       77  w-v pic 9(3).
       77  w-conv-hallado pic 9 value 0.
           88 convenio-hallado value 1.
       01  tab-convenios.
           05 convenios-ent occurs 1 to 500 times
                   depending on w-cant-conv.
               07 tcv-codigo pic 9(4).
               07 tcv-deuda pic 9(7)v99.
               07 tcv-inicio pic 9(6).
               07 tcv-pagado-antes pic 9(7)v99.
               07 tcv-pagado-mes pic 9(7)v99.
      * One row per receivable type of the trial balance.
       77  w-k pic 9.
       01  tab-categorias.
           05 categorias-ent occurs 5 times.
               07 tct-nombre pic x(10).
               07 tct-inicial pic 9(9)v99.
               07 tct-cargos pic 9(9)v99.
               07 tct-cobros pic 9(9)v99.
               07 tct-bajas pic 9(9)v99.
               07 tct-final pic 9(9)v99.
       01  w-tot-inicial pic 9(9)v99 value 0.
       01  w-tot-cargos pic 9(9)v99 value 0.
       01  w-tot-cobros pic 9(9)v99 value 0.
       01  w-tot-bajas pic 9(9)v99 value 0.
       01  w-tot-final pic 9(9)v99 value 0.
      * The item being classified by 610-CLASIFICAR-ITEM.
       77  w-it-cat pic 9.
       77  w-it-monto pic 9(7)v99.
       77  w-it-periodo pic 9(6).
       77  w-it-recibo pic 9(6).
       77  w-it-saldado pic 9.
           88 item-saldado value 1.
       77  w-it-baja pic 9.
           88 item-de-baja value 1.
       77  w-it-cuando pic 9.
           88 saldado-antes value 1.
           88 saldado-en-mes value 2.
           88 saldado-despues value 3.
           88 sin-saldar value 4.
       77  w-exp-hallado pic 9 value 0.
           88 exportacion-hallada value 1.
       77  w-exp-cobros pic 9(11)v99 value 0.
       77  w-exp-anulado pic 9(11)v99 value 0.
       77  w-rec-total pic 9(11)v99 value 0.
       77  w-diferencia pic s9(11)v99.
       77  w-dif-recibo pic s9(7)v99.
       77  w-cant-dif pic 9(5) value 0.
       01  w-importe-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-dif-edit pic -zzzzzzzzz9.99.
       01  w-ed-ini pic zzzzzzzz9.99.
       01  w-ed-car pic zzzzzzzz9.99.
       01  w-ed-cob pic zzzzzzzz9.99.
       01  w-ed-baj pic zzzzzzzz9.99.
       01  w-ed-fin pic zzzzzzzz9.99.
       01  w-motivo pic x(20).
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BALANCE-DEUDORES" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 150-ACOTAR-RECIBOS.
           PERFORM 200-RECORRER-CUOTAS.
           PERFORM 300-CUOTAS-DEVENGADAS.
           PERFORM 400-APORTES.
           PERFORM 450-CONSUMOS.
           PERFORM 500-EMPRESAS.
           PERFORM 550-CONVENIOS.
           PERFORM 600-IMPRIMIR-BALANCE.
           PERFORM 700-CONCILIAR.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyRegistrarPaso.cpy.cbl".
       100-INICIO.
           DISPLAY "Ingrese anio del balance (AAAA)".
           ACCEPT w-anio.
           MOVE 0 TO w-mes.
           PERFORM UNTIL w-mes >= 1 AND w-mes <= 12
               DISPLAY "Ingrese mes del balance (1-12)"
               ACCEPT w-mes
           END-PERFORM.
           COMPUTE w-periodo = w-anio * 100 + w-mes.
           INITIALIZE tab-por-socio.
           INITIALIZE tab-categorias.
           MOVE "CUOTAS" TO tct-nombre(1).
           MOVE "APORTES" TO tct-nombre(2).
           MOVE "CONSUMOS" TO tct-nombre(3).
           MOVE "EMPRESAS" TO tct-nombre(4).
           MOVE "CONVENIOS" TO tct-nombre(5).
           PERFORM 110-CARGAR-ANULADOS.
           PERFORM 120-CARGAR-FACTURAS.
           PERFORM 125-CARGAR-DETALLE.
           PERFORM 130-CARGAR-CONVENIOS.
       110-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cuota-anulacion
                       IF w-cant-anulados < 2000
                           ADD 1 TO w-cant-anulados
                           MOVE cuota-recibo
                               TO ta-recibo(w-cant-anulados)
                       END-IF
                       IF cuota-fecha-pago(1:6) = w-periodo
                           COMPUTE w-anulado-mes = w-anulado-mes
                               + cuota-monto + cuota-recargo
                       END-IF
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen.
       115-VERIFICAR-ANULADO.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = w-it-recibo
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
       120-CARGAR-FACTURAS.
           MOVE 0 TO w-cant-fac.
           OPEN INPUT EMPRESA-FACTURAS.
           IF w-facturas-status = "00"
               MOVE 0 TO w-sen
               READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-fac < 2000
                       ADD 1 TO w-cant-fac
                       MOVE ef-empresa TO tfa-empresa(w-cant-fac)
                       MOVE ef-periodo TO tfa-periodo(w-cant-fac)
                       MOVE ef-fecha-emision(1:6)
                           TO tfa-emision(w-cant-fac)
                   END-IF
                   READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE EMPRESA-FACTURAS
           END-IF.
           MOVE 0 TO w-sen.
      * A company invoice line is charged in the month its invoice
      * was issued.
       125-CARGAR-DETALLE.
           MOVE 0 TO w-cant-det.
           OPEN INPUT EMPRESA-FACT-DET.
           IF w-fact-det-status = "00"
               MOVE 0 TO w-sen
               READ EMPRESA-FACT-DET AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-det < 5000 AND ed-codigo > 0
                       ADD 1 TO w-cant-det
                       MOVE ed-codigo TO tde-codigo(w-cant-det)
                       MOVE ed-periodo TO tde-periodo(w-cant-det)
                       MOVE ed-monto TO tde-monto(w-cant-det)
                       MOVE ed-estado TO tde-estado(w-cant-det)
                       MOVE 0 TO tde-recibo(w-cant-det)
                       MOVE ed-periodo TO tde-emision(w-cant-det)
                       PERFORM VARYING w-f FROM 1 BY 1
                               UNTIL w-f > w-cant-fac
                           IF tfa-empresa(w-f) = ed-empresa AND
                              tfa-periodo(w-f) = ed-periodo
                               MOVE tfa-emision(w-f)
                                   TO tde-emision(w-cant-det)
                           END-IF
                       END-PERFORM
                       MOVE 1 TO tps-empresa(ed-codigo)
                   END-IF
                   READ EMPRESA-FACT-DET AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE EMPRESA-FACT-DET
           END-IF.
           MOVE 0 TO w-sen.
       130-CARGAR-CONVENIOS.
           MOVE 0 TO w-cant-conv.
           OPEN INPUT CONVENIOS.
           IF w-convenios-status = "00"
               MOVE 0 TO w-sen
               READ CONVENIOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF NOT convenio-caido AND conv-codigo > 0 AND
                      w-cant-conv < 500
                       ADD 1 TO w-cant-conv
                       MOVE conv-codigo TO tcv-codigo(w-cant-conv)
                       MOVE conv-deuda-total TO tcv-deuda(w-cant-conv)
                       MOVE conv-periodo-inicio
                           TO tcv-inicio(w-cant-conv)
                       MOVE 0 TO tcv-pagado-antes(w-cant-conv)
                       MOVE 0 TO tcv-pagado-mes(w-cant-conv)
                       MOVE 1 TO tps-convenio(conv-codigo)
                   END-IF
                   READ CONVENIOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.
           MOVE 0 TO w-sen.
      * Two passes over recibos.dat: the first finds the numbers
      * bounding the month, the second loads the month's recibos
      * by their position inside that range.
       150-ACOTAR-RECIBOS.
           MOVE 999999 TO w-rec-primero.
           MOVE 0 TO w-rec-ultimo.
           OPEN INPUT RECIBOS.
           IF w-recibos-status = "00"
               MOVE 0 TO w-sen
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF rec-fecha(1:6) >= w-periodo AND
                      rec-numero < w-rec-primero
                       MOVE rec-numero TO w-rec-primero
                   END-IF
                   IF rec-fecha(1:6) <= w-periodo AND
                      rec-numero > w-rec-ultimo
                       MOVE rec-numero TO w-rec-ultimo
                   END-IF
                   READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           MOVE 0 TO w-sen.
           MOVE 0 TO w-cant-rec.
           IF w-rec-ultimo < w-rec-primero
               EXIT PARAGRAPH
           END-IF.
           IF w-rec-ultimo - w-rec-primero + 1 > 9999
               MOVE 9999 TO w-cant-rec
           ELSE
               COMPUTE w-cant-rec = w-rec-ultimo - w-rec-primero + 1
           END-IF.
           INITIALIZE tab-recibos.
           OPEN INPUT RECIBOS.
           MOVE 0 TO w-sen.
           READ RECIBOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF rec-fecha(1:6) = w-periodo
                   COMPUTE w-rec-total = w-rec-total + rec-monto
                       + rec-recargo
                   IF rec-numero >= w-rec-primero AND
                      rec-numero - w-rec-primero + 1 <= w-cant-rec
                       COMPUTE w-rec-pos =
                           rec-numero - w-rec-primero + 1
                       MOVE 1 TO trc-presente(w-rec-pos)
                       COMPUTE trc-importe(w-rec-pos) =
                           trc-importe(w-rec-pos) + rec-monto
                           + rec-recargo
                       MOVE rec-numero TO w-it-recibo
                       PERFORM 115-VERIFICAR-ANULADO
                       MOVE w-pago-anulado TO trc-anulado(w-rec-pos)
                   ELSE
                       ADD 1 TO w-rec-fuera
                   END-IF
               END-IF
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE RECIBOS.
           MOVE 0 TO w-sen.
      * One pass over cuotas.dat dates the payments the other files
      * do not carry: the convenio installments (tipo "V") and the
      * dues of the periods billed to a company.
       200-RECORRER-CUOTAS.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cuota-codigo > 0
                   IF cuota-de-convenio AND
                      tps-convenio(cuota-codigo) = 1
                       PERFORM 210-ANOTAR-CUOTA-CONVENIO
                   END-IF
                   IF (cuota-comun OR cuota-anual) AND
                      tps-empresa(cuota-codigo) = 1
                       PERFORM 220-ANOTAR-PAGO-EMPRESA
                   END-IF
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen.
       210-ANOTAR-CUOTA-CONVENIO.
           MOVE cuota-recibo TO w-it-recibo.
           PERFORM 115-VERIFICAR-ANULADO.
           IF pago-anulado
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-conv-hallado.
           PERFORM VARYING w-v FROM 1 BY 1
                   UNTIL w-v > w-cant-conv OR convenio-hallado
               IF tcv-codigo(w-v) = cuota-codigo AND
                  tcv-inicio(w-v) <= cuota-periodo
                   MOVE 1 TO w-conv-hallado
               END-IF
           END-PERFORM.
           IF NOT convenio-hallado
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-v.
           IF cuota-recibo < w-rec-primero
               ADD cuota-monto TO tcv-pagado-antes(w-v)
           ELSE
               IF cuota-recibo <= w-rec-ultimo
                   ADD cuota-monto TO tcv-pagado-mes(w-v)
                   PERFORM 230-UBICAR-RECIBO
                   IF w-rec-pos > 0
                       ADD cuota-monto TO trc-atribuido(w-rec-pos)
                       MOVE 1 TO trc-convenio(w-rec-pos)
                   END-IF
               END-IF
           END-IF.
       220-ANOTAR-PAGO-EMPRESA.
           MOVE cuota-recibo TO w-it-recibo.
           PERFORM 115-VERIFICAR-ANULADO.
           IF pago-anulado
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-det
               IF tde-codigo(w-d) = cuota-codigo AND
                  tde-periodo(w-d) = cuota-periodo AND
                  tde-recibo(w-d) = 0
                   MOVE cuota-recibo TO tde-recibo(w-d)
               END-IF
           END-PERFORM.
       230-UBICAR-RECIBO.
           MOVE 0 TO w-rec-pos.
           IF w-it-recibo >= w-rec-primero AND
              w-it-recibo <= w-rec-ultimo AND
              w-it-recibo - w-rec-primero + 1 <= w-cant-rec
               COMPUTE w-rec-pos = w-it-recibo - w-rec-primero + 1
           END-IF.
      * A period billed to a company is the company's debt and goes
      * under EMPRESAS; a document settled by a convenio recibo was
      * refinanced, not collected, and leaves CUOTAS as a baja.
       300-CUOTAS-DEVENGADAS.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ DEVENGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               PERFORM 310-CLASIFICAR-DEVENGO
               READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           MOVE 0 TO w-sen.
       310-CLASIFICAR-DEVENGO.
           IF dv-codigo = 0
               EXIT PARAGRAPH
           END-IF.
           IF tps-empresa(dv-codigo) = 1
               MOVE 0 TO w-det-hallado
               PERFORM VARYING w-d FROM 1 BY 1
                       UNTIL w-d > w-cant-det OR detalle-hallado
                   IF tde-codigo(w-d) = dv-codigo AND
                      tde-periodo(w-d) = dv-periodo
                       MOVE 1 TO w-det-hallado
                   END-IF
               END-PERFORM
               IF detalle-hallado
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 1 TO w-it-cat.
           MOVE dv-monto TO w-it-monto.
           MOVE dv-fecha(1:6) TO w-it-periodo.
           MOVE dv-recibo TO w-it-recibo.
           MOVE 0 TO w-it-saldado.
           MOVE 0 TO w-it-baja.
      * A period withdrawn after the death of the socio leaves the
      * receivable as a baja, like an incobrable.
           IF devengo-anulado
               MOVE 1 TO w-it-saldado
               MOVE 1 TO w-it-baja
           END-IF.
           IF devengo-cancelado
               MOVE 1 TO w-it-saldado
               PERFORM 230-UBICAR-RECIBO
               IF w-rec-pos > 0
                   IF trc-convenio(w-rec-pos) = 1
                       MOVE 1 TO w-it-baja
                   END-IF
               END-IF
           END-IF.
           PERFORM 610-CLASIFICAR-ITEM.
       400-APORTES.
           OPEN INPUT APORTES-CARGOS.
           IF w-aportes-cargos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE 2 TO w-it-cat
               MOVE apc-monto TO w-it-monto
               MOVE apc-fecha-gen(1:6) TO w-it-periodo
               MOVE apc-recibo TO w-it-recibo
               MOVE 0 TO w-it-saldado
               MOVE 0 TO w-it-baja
               IF cargo-cobrado
                   PERFORM 115-VERIFICAR-ANULADO
                   IF NOT pago-anulado
                       MOVE 1 TO w-it-saldado
                   END-IF
               END-IF
               IF cargo-anulado
                   MOVE 1 TO w-it-saldado
                   MOVE 1 TO w-it-baja
               END-IF
               PERFORM 610-CLASIFICAR-ITEM
               READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE APORTES-CARGOS.
           MOVE 0 TO w-sen.
       450-CONSUMOS.
           OPEN INPUT CONSUMOS-CARGOS.
           IF w-consumos-cargos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CONSUMOS-CARGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE 3 TO w-it-cat
               MOVE cc-monto TO w-it-monto
               MOVE cc-periodo TO w-it-periodo
               MOVE cc-recibo TO w-it-recibo
               MOVE 0 TO w-it-saldado
               MOVE 0 TO w-it-baja
               IF consumo-cobrado
                   PERFORM 115-VERIFICAR-ANULADO
                   IF NOT pago-anulado
                       MOVE 1 TO w-it-saldado
                   END-IF
               END-IF
               IF consumo-incobrable
                   MOVE 1 TO w-it-saldado
                   MOVE 1 TO w-it-baja
               END-IF
               PERFORM 610-CLASIFICAR-ITEM
               READ CONSUMOS-CARGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CONSUMOS-CARGOS.
           MOVE 0 TO w-sen.
      * A company line is settled by whatever recibo paid its socio
      * and period, the company's transfer or a counter payment; a
      * line marked cobrado with no such recibo left counts as
      * settled before the month.
       500-EMPRESAS.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-det
               MOVE 4 TO w-it-cat
               MOVE tde-monto(w-d) TO w-it-monto
               MOVE tde-emision(w-d) TO w-it-periodo
               MOVE tde-recibo(w-d) TO w-it-recibo
               MOVE 0 TO w-it-saldado
               MOVE 0 TO w-it-baja
               IF tde-recibo(w-d) > 0 OR tde-estado(w-d) = "C"
                   MOVE 1 TO w-it-saldado
               END-IF
               PERFORM 610-CLASIFICAR-ITEM
           END-PERFORM.
      * A convenio is a balance paid in installments rather than a
      * single charge: the whole refinanced debt is charged in its
      * starting period and each installment recibo reduces it.
       550-CONVENIOS.
           PERFORM VARYING w-v FROM 1 BY 1 UNTIL w-v > w-cant-conv
               IF tcv-inicio(w-v) < w-periodo
                   IF tcv-deuda(w-v) > tcv-pagado-antes(w-v)
                       COMPUTE tct-inicial(5) = tct-inicial(5)
                           + tcv-deuda(w-v) - tcv-pagado-antes(w-v)
                   END-IF
               END-IF
               IF tcv-inicio(w-v) = w-periodo
                   ADD tcv-deuda(w-v) TO tct-cargos(5)
               END-IF
               IF tcv-inicio(w-v) <= w-periodo
                   ADD tcv-pagado-mes(w-v) TO tct-cobros(5)
                   IF tcv-deuda(w-v) > tcv-pagado-antes(w-v)
                                       + tcv-pagado-mes(w-v)
                       COMPUTE tct-final(5) = tct-final(5)
                           + tcv-deuda(w-v) - tcv-pagado-antes(w-v)
                           - tcv-pagado-mes(w-v)
                   END-IF
               END-IF
           END-PERFORM.
       600-IMPRIMIR-BALANCE.
           OPEN OUTPUT BALANCE-IMPRESO.
           MOVE SPACES TO w-linea.
           STRING "=== BALANCE DE DEUDORES PERIODO " DELIMITED BY
               SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           MOVE SPACES TO balance-linea.
           WRITE balance-linea.
           MOVE "TIPO           INICIAL      CARGOS     COBROS"
               TO w-linea.
           MOVE "      BAJAS       FINAL" TO w-linea(47:23).
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 5
               ADD tct-inicial(w-k) TO w-tot-inicial
               ADD tct-cargos(w-k) TO w-tot-cargos
               ADD tct-cobros(w-k) TO w-tot-cobros
               ADD tct-bajas(w-k) TO w-tot-bajas
               ADD tct-final(w-k) TO w-tot-final
               MOVE tct-inicial(w-k) TO w-ed-ini
               MOVE tct-cargos(w-k) TO w-ed-car
               MOVE tct-cobros(w-k) TO w-ed-cob
               MOVE tct-bajas(w-k) TO w-ed-baj
               MOVE tct-final(w-k) TO w-ed-fin
               MOVE SPACES TO w-linea
               STRING tct-nombre(w-k) DELIMITED BY SIZE
                   w-ed-ini DELIMITED BY SIZE
                   w-ed-car DELIMITED BY SIZE
                   w-ed-cob DELIMITED BY SIZE
                   w-ed-baj DELIMITED BY SIZE
                   w-ed-fin DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO balance-linea
               WRITE balance-linea
           END-PERFORM.
           MOVE w-tot-inicial TO w-ed-ini.
           MOVE w-tot-cargos TO w-ed-car.
           MOVE w-tot-cobros TO w-ed-cob.
           MOVE w-tot-bajas TO w-ed-baj.
           MOVE w-tot-final TO w-ed-fin.
           MOVE SPACES TO w-linea.
           STRING "TOTAL     " DELIMITED BY SIZE
               w-ed-ini DELIMITED BY SIZE
               w-ed-car DELIMITED BY SIZE
               w-ed-cob DELIMITED BY SIZE
               w-ed-baj DELIMITED BY SIZE
               w-ed-fin DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
      * Every item falls in one of four cases by when it was settled
      * (before the month, inside it, after it, or not at all), and
      * that with its charge period places it in the columns.
       610-CLASIFICAR-ITEM.
           IF w-it-periodo > w-periodo
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO w-it-cuando.
           IF item-saldado
               IF item-de-baja AND w-it-recibo = 0
                   IF w-it-periodo < w-periodo
                       MOVE 1 TO w-it-cuando
                   ELSE
                       MOVE 2 TO w-it-cuando
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN w-it-recibo = 0
                           MOVE 1 TO w-it-cuando
                       WHEN w-it-recibo < w-rec-primero
                           MOVE 1 TO w-it-cuando
                       WHEN w-it-recibo <= w-rec-ultimo
                           MOVE 2 TO w-it-cuando
                       WHEN OTHER
                           MOVE 3 TO w-it-cuando
                   END-EVALUATE
               END-IF
           END-IF.
           IF saldado-antes
               EXIT PARAGRAPH
           END-IF.
           IF w-it-periodo < w-periodo
               ADD w-it-monto TO tct-inicial(w-it-cat)
           ELSE
               ADD w-it-monto TO tct-cargos(w-it-cat)
           END-IF.
           IF saldado-en-mes
               IF item-de-baja
                   ADD w-it-monto TO tct-bajas(w-it-cat)
               ELSE
                   ADD w-it-monto TO tct-cobros(w-it-cat)
                   PERFORM 230-UBICAR-RECIBO
                   IF w-rec-pos > 0
                       ADD w-it-monto TO trc-atribuido(w-rec-pos)
                   END-IF
               END-IF
           ELSE
               ADD w-it-monto TO tct-final(w-it-cat)
           END-IF.
      * The collections of the balance against the money side: the
      * recibos of the month (what EXPORTA-ASIENTOS totals) and the
      * COBRO- concepts it left in asientos.dat for the month.
       700-CONCILIAR.
           PERFORM 710-LEER-EXPORTACION.
           MOVE SPACES TO balance-linea.
           WRITE balance-linea.
           MOVE "=== CONCILIACION CON LA EXPORTACION CONTABLE ==="
               TO balance-linea.
           WRITE balance-linea.
           MOVE w-tot-cobros TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "COBROS DEL BALANCE:            " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           MOVE w-rec-total TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "RECIBOS DEL MES (RECIBOS.DAT): " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           IF exportacion-hallada
               MOVE w-exp-cobros TO w-total-edit
               MOVE SPACES TO w-linea
               STRING "COBROS EXPORTADOS (ASIENTOS):  " DELIMITED BY
                   SIZE
                   w-total-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO balance-linea
               WRITE balance-linea
               MOVE w-exp-anulado TO w-total-edit
               MOVE SPACES TO w-linea
               STRING "ANULACIONES EXPORTADAS:        " DELIMITED BY
                   SIZE
                   w-total-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO balance-linea
               WRITE balance-linea
               IF w-exp-cobros NOT = w-rec-total
                   COMPUTE w-diferencia = w-rec-total - w-exp-cobros
                   MOVE w-diferencia TO w-dif-edit
                   MOVE SPACES TO w-linea
                   STRING "*** RECIBOS POSTERIORES A LA EXPORTACION: "
                       DELIMITED BY SIZE
                       w-dif-edit DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO balance-linea
                   WRITE balance-linea
               END-IF
           ELSE
               MOVE "*** EXPORTA-ASIENTOS NO EXPORTO ESTE PERIODO ***"
                   TO balance-linea
               WRITE balance-linea
           END-IF.
           MOVE w-anulado-mes TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "ANULACIONES DEL MES (CUOTAS):  " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           COMPUTE w-diferencia = w-rec-total - w-tot-cobros.
           MOVE w-diferencia TO w-dif-edit.
           MOVE SPACES TO w-linea.
           STRING "DIFERENCIA RECIBOS - BALANCE:  " DELIMITED BY SIZE
               w-dif-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
           MOVE SPACES TO balance-linea.
           WRITE balance-linea.
           MOVE "RECIBO   IMPORTE     IMPUTADO   DIFERENCIA  MOTIVO"
               TO balance-linea.
           WRITE balance-linea.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cant-rec
               IF trc-presente(w-r) = 1 AND
                  trc-importe(w-r) NOT = trc-atribuido(w-r)
                   PERFORM 720-LISTAR-DIFERENCIA
               END-IF
           END-PERFORM.
           IF w-rec-fuera > 0
               MOVE SPACES TO w-linea
               STRING "*** RECIBOS DEL MES FUERA DE SECUENCIA: "
                   DELIMITED BY SIZE
                   w-rec-fuera DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO balance-linea
               WRITE balance-linea
           END-IF.
           CLOSE BALANCE-IMPRESO.
           MOVE "balance-deudores.txt" TO w-rep-archivo.
           MOVE "BALANCE-DEUDOR" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       710-LEER-EXPORTACION.
           OPEN INPUT ASIENTOS.
           IF w-asientos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ ASIENTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF asi-periodo = w-periodo AND asi-dh = "D"
                   MOVE 1 TO w-exp-hallado
                   IF asi-concepto(1:6) = "COBRO-"
                       ADD asi-importe TO w-exp-cobros
                   END-IF
                   IF asi-concepto = "ANULACIONES"
                       ADD asi-importe TO w-exp-anulado
                   END-IF
               END-IF
               READ ASIENTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ASIENTOS.
           MOVE 0 TO w-sen.
       720-LISTAR-DIFERENCIA.
           ADD 1 TO w-cant-dif.
           COMPUTE w-dif-recibo = trc-importe(w-r) - trc-atribuido(w-r).
           EVALUATE TRUE
               WHEN trc-anulado(w-r) = 1
                   MOVE "RECIBO ANULADO" TO w-motivo
               WHEN trc-atribuido(w-r) = 0
                   MOVE "SIN CARGO IMPUTADO" TO w-motivo
               WHEN w-dif-recibo > 0
                   MOVE "RECARGO O EXCEDENTE" TO w-motivo
               WHEN OTHER
                   MOVE "COBRO MENOR AL CARGO" TO w-motivo
           END-EVALUATE.
           COMPUTE w-it-recibo = w-rec-primero + w-r - 1.
           MOVE trc-importe(w-r) TO w-ed-ini.
           MOVE trc-atribuido(w-r) TO w-ed-car.
           MOVE w-dif-recibo TO w-dif-edit.
           MOVE SPACES TO w-linea.
           STRING w-it-recibo DELIMITED BY SIZE
               w-ed-ini DELIMITED BY SIZE
               w-ed-car DELIMITED BY SIZE
               w-dif-edit DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-motivo DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO balance-linea.
           WRITE balance-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE w-cant-rec TO w-bit-procesados.
           MOVE w-cant-dif TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           MOVE w-tot-final TO w-total-edit.
           DISPLAY "Balance de deudores del periodo ", w-periodo,
               " en balance-deudores.txt".
           DISPLAY "Saldo final de deudores: ", w-total-edit.
           DISPLAY "Recibos con diferencia: ", w-cant-dif.
       END PROGRAM BALANCE-DEUDORES.
