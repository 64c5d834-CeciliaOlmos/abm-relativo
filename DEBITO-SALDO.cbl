      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly standing order that pays the dues of the
      *          socios who authorized it (ordenes-saldo.dat, kept
      *          from tabla.cbl) out of their ledger balance in
      *          saldos.dat. Each owed period up to the current one,
      *          oldest first, is priced as DEBITO-RESPUESTA prices
      *          it (accrued amount of devengos.dat, or else tariff
      *          in force less the vigente beca, closed periods
      *          skipped) and, while the balance covers it,
      *          posted into cuotas.dat with a numbered recibo of
      *          the shared sequence (forma "S", operator
      *          DEBITO-SALDO) and debited from the ledger as an
      *          extraccion of concepto CUOTA AUT carrying the recibo
      *          number. A period the balance does not cover is left
      *          unpaid - the ledger is never overdrawn - and the
      *          socio is listed in debito-saldo.txt for the desk,
      *          together with the authorizations that were skipped:
      *          a socio with an active bank adhesion is charged by
      *          DEBITO-PRESENTA and never here. A rerun in the same
      *          month charges nothing twice: it starts again from
      *          the last period paid.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITO-SALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyRecibosCtl.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyOrdenesSaldo.cpy.cbl".
           COPY "CpySaldos.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT LISTADO-SALDO ASSIGN TO "..\debito-saldo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyRecibosCtlReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyOrdenesSaldoReg.cpy.cbl".
           COPY "CpySaldosReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  LISTADO-SALDO.
       01  listado-saldo-linea pic x(90).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       01  rel-saldo pic 9(4).
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-recibos-ctl-status pic xx.
       77  w-periodos-status pic xx.
       77  w-becas-status pic xx.
       77  w-adhesiones-status pic xx.
       77  w-ordenes-saldo-status pic xx.
       77  w-saldos-status pic xx.
       77  w-movimientos-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-ordenes value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-ultimo-recibo pic 9(6) value 0.
       01  w-periodo-max pic 9(6).
       01  w-periodo-r redefines w-periodo-max pic x(6).
       01  w-hay-pago pic 9 value 0.
           88 hay-pago value 1.
       01  w-hoy-periodo pic 9(6).
       01  w-hoy-periodo-r redefines w-hoy-periodo pic x(6).
       77  w-hoy pic 9(8).
       77  w-anio-pago pic 9(4).
       77  w-mes-pago pic 9(2).
       77  w-anio-hoy pic 9(4).
       77  w-mes-hoy pic 9(2).
       77  w-meses-iter pic 9(6).
       77  w-iter-anio pic 9(4).
       77  w-iter-mes pic 9(2).
       77  w-periodo-iter pic 9(6).
       77  w-fin-posteo pic 9 value 0.
           88 fin-posteo value 1.
       77  w-tarifa-monto pic 9(6)v99.
       77  w-tarifa-desde pic 9(6).
       77  w-cant-tarifas pic 9(3) value 0.
       77  w-t pic 9(3).
       01  tab-tarifas.
           05 tarifas-ent occurs 1 to 100 times
                   depending on w-cant-tarifas.
               07 tt-categoria pic x.
               07 tt-desde pic 9(6).
               07 tt-monto pic 9(6)v99.
       77  w-cant-becas pic 9(3) value 0.
       77  w-bc pic 9(3).
       77  w-beca-pct pic 9(3).
       01  tab-becas.
           05 becas-ent occurs 1 to 300 times
                   depending on w-cant-becas.
               07 tb-codigo pic 9(4).
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
       77  w-cant-cerrados pic 9(3) value 0.
       77  w-p pic 9(3).
       77  w-periodo-cerr pic 9 value 0.
           88 periodo-esta-cerrado value 1.
       01  tab-cerrados.
           05 cerrados-ent occurs 1 to 200 times
                   depending on w-cant-cerrados.
               07 tp-periodo pic 9(6).
               07 tp-cerrado pic 9.
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-cant-adh pic 9(4) value 0.
       77  w-ad pic 9(4).
       77  w-adherido pic 9 value 0.
           88 socio-adherido value 1.
       01  tab-adhesiones.
           05 adhesiones-ent occurs 1 to 999 times
                   depending on w-cant-adh.
               07 tad-codigo pic 9(4).
       01  w-razon pic x(30) value spaces.
       01  w-linea pic x(90).
       01  w-monto-edit pic zzzzzz9.99.
       01  w-saldo-edit pic -zzzzzzz9.99.
       77  w-ordenes pic 9(5) value 0.
       77  w-cuotas-posteadas pic 9(5) value 0.
       77  w-listados pic 9(5) value 0.
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DEBITO-SALDO" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-ORDENES.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           MOVE w-hoy-periodo-r(1:4) TO w-anio-hoy.
           MOVE w-hoy-periodo-r(5:2) TO w-mes-hoy.
           OPEN INPUT ORDENES-SALDO.
           IF w-ordenes-saldo-status NOT = "00"
               DISPLAY "No hay autorizaciones de pago con saldo"
               STOP RUN
           END-IF.
           OPEN I-O SALDOS.
           IF w-saldos-status NOT = "00"
               DISPLAY "No hay archivo de saldos, ingrese a TABLA"
                   " para generarlo"
               CLOSE ORDENES-SALDO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 138-CARGAR-BECAS.
           PERFORM 130-CARGAR-PERIODOS.
           PERFORM 125-CARGAR-ANULADOS.
           PERFORM 160-CARGAR-ADHESIONES.
           PERFORM 965-ABRIR-CUOTAS-IDX.
           OPEN INPUT SOCIOS.
           OPEN EXTEND CUOTAS.
           IF w-cuotas-status = "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN EXTEND CUOTAS
           END-IF.
           OPEN EXTEND RECIBOS.
           IF w-recibos-status = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF.
           OPEN EXTEND MOVIMIENTOS.
           IF w-movimientos-status = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN EXTEND MOVIMIENTOS
           END-IF.
           OPEN OUTPUT LISTADO-SALDO.
           MOVE SPACES TO w-linea.
           STRING "=== CUOTAS PAGADAS CON SALDO - SOCIOS A ATENDER "
               DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO listado-saldo-linea.
           WRITE listado-saldo-linea.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-ULTIMO-RECIBO.
           OPEN INPUT RECIBOS-CTL.
           IF w-recibos-ctl-status = "00"
               READ RECIBOS-CTL
                   NOT AT END
                       MOVE rctl-ultimo-recibo TO w-ultimo-recibo
               END-READ
               CLOSE RECIBOS-CTL
           END-IF.
       108-GRABAR-ULTIMO-RECIBO.
           OPEN OUTPUT RECIBOS-CTL.
           MOVE w-ultimo-recibo TO rctl-ultimo-recibo.
           WRITE recibos-ctl-reg.
           CLOSE RECIBOS-CTL.
       120-CARGAR-TARIFAS.
           MOVE 0 TO w-cant-tarifas.
           OPEN INPUT TARIFAS.
           IF w-tarifas-status = "00"
               MOVE 0 TO w-sen-aux
               READ TARIFAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   ADD 1 TO w-cant-tarifas
                   MOVE tar-categoria TO tt-categoria(w-cant-tarifas)
                   MOVE tar-periodo-desde TO tt-desde(w-cant-tarifas)
                   MOVE tar-monto TO tt-monto(w-cant-tarifas)
                   READ TARIFAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
           MOVE 0 TO w-sen-aux.
      * A payment whose recibo appears in a tipo "X" counter-entry
      * was annulled and counts as never paid.
       125-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen-aux
               PERFORM UNTIL fin-aux
                   READ CUOTAS
                       AT END
                           MOVE 1 TO w-sen-aux
                       NOT AT END
                           IF cuota-anulacion AND
                              w-cant-anulados < 500
                               ADD 1 TO w-cant-anulados
                               MOVE cuota-recibo
                                   TO ta-recibo(w-cant-anulados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       130-CARGAR-PERIODOS.
           MOVE 0 TO w-cant-cerrados.
           OPEN INPUT PERIODOS.
           IF w-periodos-status = "00"
               MOVE 0 TO w-sen-aux
               PERFORM UNTIL fin-aux
                   READ PERIODOS
                       AT END
                           MOVE 1 TO w-sen-aux
                       NOT AT END
                           PERFORM 137-ANOTAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       135-VERIFICAR-ANULADO.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = cuota-recibo
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
       137-ANOTAR-PERIODO.
           MOVE 0 TO w-periodo-cerr.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-cerrados OR
                         periodo-esta-cerrado
               IF tp-periodo(w-p) = per-periodo
                   MOVE 1 TO w-periodo-cerr
               END-IF
           END-PERFORM.
           IF periodo-esta-cerrado
               SUBTRACT 1 FROM w-p
           ELSE
               ADD 1 TO w-cant-cerrados
               MOVE w-cant-cerrados TO w-p
               MOVE per-periodo TO tp-periodo(w-p)
           END-IF.
           IF periodo-cerrado
               MOVE 1 TO tp-cerrado(w-p)
           ELSE
               MOVE 0 TO tp-cerrado(w-p)
           END-IF.
       138-CARGAR-BECAS.
           MOVE 0 TO w-cant-becas.
           OPEN INPUT BECAS.
           IF w-becas-status = "00"
               MOVE 0 TO w-sen-aux
               READ BECAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-becas < 300
                       ADD 1 TO w-cant-becas
                       MOVE beca-codigo TO tb-codigo(w-cant-becas)
                       MOVE beca-pct TO tb-pct(w-cant-becas)
                       MOVE beca-vence TO tb-vence(w-cant-becas)
                   END-IF
                   READ BECAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE BECAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       140-PERIODO-CERRADO.
           MOVE 0 TO w-periodo-cerr.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-cerrados
               IF tp-periodo(w-p) = w-periodo-iter AND
                  tp-cerrado(w-p) = 1
                   MOVE 1 TO w-periodo-cerr
               END-IF
           END-PERFORM.
      * Only the active adhesions matter here: their socios are
      * charged by DEBITO-PRESENTA.
       160-CARGAR-ADHESIONES.
           MOVE 0 TO w-cant-adh.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status = "00"
               MOVE 0 TO w-sen-aux
               READ ADHESIONES AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF adhesion-activa AND w-cant-adh < 999
                       ADD 1 TO w-cant-adh
                       MOVE adh-codigo TO tad-codigo(w-cant-adh)
                   END-IF
                   READ ADHESIONES AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE ADHESIONES
           END-IF.
           MOVE 0 TO w-sen-aux.
       165-VERIFICAR-ADHESION.
           MOVE 0 TO w-adherido.
           PERFORM VARYING w-ad FROM 1 BY 1
                   UNTIL w-ad > w-cant-adh OR socio-adherido
               IF tad-codigo(w-ad) = soc-codigo
                   MOVE 1 TO w-adherido
               END-IF
           END-PERFORM.
       200-PROCESAR-ORDENES.
           MOVE 0 TO w-sen.
           READ ORDENES-SALDO AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-ordenes
               IF orden-activa
                   ADD 1 TO w-ordenes
                   PERFORM 300-PROCESAR-SOCIO
               END-IF
               READ ORDENES-SALDO AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
       300-PROCESAR-SOCIO.
           MOVE os-codigo TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               MOVE "SOCIO INEXISTENTE" TO w-razon
               MOVE 0 TO w-periodo-iter
               PERFORM 450-LISTAR-SOCIO
               EXIT PARAGRAPH
           END-IF.
           IF categ-vitalicio OR categ-honorario OR socio-de-baja
               MOVE "SOCIO EXENTO O DE BAJA" TO w-razon
               MOVE 0 TO w-periodo-iter
               PERFORM 450-LISTAR-SOCIO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 165-VERIFICAR-ADHESION.
           IF socio-adherido
               MOVE "ADHERIDO AL DEBITO BANCARIO" TO w-razon
               MOVE 0 TO w-periodo-iter
               PERFORM 450-LISTAR-SOCIO
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-codigo TO rel-saldo.
           READ SALDOS
               INVALID KEY
                   MOVE 0 TO saldo-monto
           END-READ.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
           COMPUTE w-meses-iter = w-anio-pago * 12 + w-mes-pago.
           IF hay-pago
               ADD 1 TO w-meses-iter
           END-IF.
           MOVE 0 TO w-fin-posteo.
           PERFORM UNTIL fin-posteo OR
                   w-meses-iter > (w-anio-hoy * 12 + w-mes-hoy)
               COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
               COMPUTE w-iter-mes =
                   w-meses-iter - (w-iter-anio * 12)
               COMPUTE w-periodo-iter =
                   w-iter-anio * 100 + w-iter-mes
               PERFORM 315-BUSCAR-TARIFA
               PERFORM 316-APLICAR-BECA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               PERFORM 140-PERIODO-CERRADO
               IF w-tarifa-monto = 0 OR periodo-esta-cerrado
                   CONTINUE
               ELSE
                   IF saldo-monto >= w-tarifa-monto
                       PERFORM 320-POSTEAR-CUOTA
                       PERFORM 340-DEBITAR-SALDO
                   ELSE
                       MOVE "SALDO INSUFICIENTE" TO w-razon
                       PERFORM 450-LISTAR-SOCIO
                       MOVE 1 TO w-fin-posteo
                   END-IF
               END-IF
               ADD 1 TO w-meses-iter
           END-PERFORM.
       315-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-desde.
           MOVE 0 TO w-tarifa-monto.
           PERFORM VARYING w-t FROM 1 BY 1
                   UNTIL w-t > w-cant-tarifas
               IF tt-categoria(w-t) = soc-categoria AND
                  tt-desde(w-t) <= w-periodo-iter AND
                  tt-desde(w-t) >= w-tarifa-desde
                   MOVE tt-desde(w-t) TO w-tarifa-desde
                   MOVE tt-monto(w-t) TO w-tarifa-monto
               END-IF
           END-PERFORM.
      * A vigente beca reduces the tariff of the priced period by
      * its percentage, the same reduction the counter applies.
       316-APLICAR-BECA.
           MOVE 0 TO w-beca-pct.
           PERFORM VARYING w-bc FROM 1 BY 1
                   UNTIL w-bc > w-cant-becas
               IF tb-codigo(w-bc) = soc-codigo AND
                  tb-vence(w-bc) >= w-periodo-iter
                   MOVE tb-pct(w-bc) TO w-beca-pct
               END-IF
           END-PERFORM.
           IF w-beca-pct NOT = 0
               COMPUTE w-tarifa-monto ROUNDED =
                   w-tarifa-monto * (100 - w-beca-pct) / 100
           END-IF.
       320-POSTEAR-CUOTA.
           ADD 1 TO w-ultimo-recibo.
           MOVE w-ultimo-recibo TO rec-numero.
           MOVE soc-codigo TO rec-codigo.
           MOVE soc-nombre TO rec-nombre.
           MOVE w-periodo-iter TO rec-periodo.
           MOVE w-tarifa-monto TO rec-monto.
           MOVE 0 TO rec-recargo.
           MOVE w-hoy TO rec-fecha.
           MOVE "S" TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           MOVE soc-codigo TO cuota-codigo.
           MOVE w-periodo-iter TO cuota-periodo.
           MOVE w-tarifa-monto TO cuota-monto.
           MOVE 0 TO cuota-recargo.
           MOVE w-hoy TO cuota-fecha-pago.
           MOVE w-ultimo-recibo TO cuota-recibo.
           MOVE "C" TO cuota-tipo.
           MOVE "DEBITO-SALDO" TO cuota-operador.
           WRITE cuota-reg.
           PERFORM 970-SINCRONIZAR-CUOTAS-IDX.
           ADD 1 TO w-cuotas-posteadas.
      * The ledger side of the payment: an extraccion with its own
      * concepto and the recibo as reference, so the socio's
      * statement in tabla.cbl shows which cuota took the money.
       340-DEBITAR-SALDO.
           MOVE soc-codigo TO mov-codigo.
           MOVE "E" TO mov-tipo.
           MOVE w-tarifa-monto TO mov-monto.
           MOVE w-hoy TO mov-fecha.
           MOVE "DEBITO-SALDO" TO mov-operador.
           MOVE SPACES TO mov-sucursal.
           MOVE w-ultimo-recibo TO mov-referencia.
           MOVE 0 TO mov-contraparte.
           MOVE "CUOTA AUT" TO mov-concepto.
           WRITE mov-reg.
           SUBTRACT w-tarifa-monto FROM saldo-monto.
           REWRITE saldo-reg
               INVALID KEY
                   WRITE saldo-reg
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
       450-LISTAR-SOCIO.
           ADD 1 TO w-listados.
           MOVE SPACES TO w-linea.
           IF w-razon = "SALDO INSUFICIENTE"
               MOVE w-tarifa-monto TO w-monto-edit
               MOVE saldo-monto TO w-saldo-edit
               STRING os-codigo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   soc-nombre DELIMITED BY SIZE
                   " PERIODO " DELIMITED BY SIZE
                   w-periodo-iter DELIMITED BY SIZE
                   " CUOTA " DELIMITED BY SIZE
                   w-monto-edit DELIMITED BY SIZE
                   " SALDO " DELIMITED BY SIZE
                   w-saldo-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING os-codigo DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   w-razon DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           MOVE w-linea TO listado-saldo-linea.
           WRITE listado-saldo-linea.
           MOVE SPACES TO w-razon.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
       220-BUSCAR-ULTIMO-PAGO.
           MOVE 0 TO w-hay-pago.
           MOVE 0 TO w-periodo-max.
           CLOSE CUOTAS.
           OPEN INPUT CUOTAS.
           MOVE 0 TO w-sen-aux.
           READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ.
           PERFORM UNTIL fin-aux
               IF cuota-codigo = soc-codigo AND
                  (cuota-comun OR cuota-de-convenio OR
                   cuota-anual)
                   PERFORM 135-VERIFICAR-ANULADO
                   IF NOT pago-anulado
                       MOVE 1 TO w-hay-pago
                       IF cuota-periodo > w-periodo-max
                           MOVE cuota-periodo TO w-periodo-max
                       END-IF
                   END-IF
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           OPEN EXTEND CUOTAS.
           IF NOT hay-pago
               MOVE soc-fecha-alta(1:6) TO w-periodo-max
           END-IF.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           PERFORM 967-CERRAR-CUOTAS-IDX.
           CLOSE ORDENES-SALDO.
           CLOSE SALDOS.
           CLOSE SOCIOS.
           CLOSE CUOTAS.
           CLOSE RECIBOS.
           CLOSE MOVIMIENTOS.
           CLOSE LISTADO-SALDO.
           MOVE "debito-saldo.txt" TO w-rep-archivo.
           MOVE "DEBITO-SALDO" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Pago de cuotas con saldo finalizado".
           DISPLAY "Autorizaciones procesadas: ", w-ordenes.
           DISPLAY "Cuotas posteadas: ", w-cuotas-posteadas.
           DISPLAY "Socios a atender en mostrador: ", w-listados.
       END PROGRAM DEBITO-SALDO.
