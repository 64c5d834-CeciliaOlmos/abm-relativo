      ******************************************************************
      * Author:
      * Date:
      * Purpose: Imports the daily rendition file of the cash
      *          collection network (Rapipago "R" / Pago Facil "P").
      *          Each red-rendicion.dat record carries the payment
      *          date, the network, the barcode printed by
      *          GENERA-CUPONERA or AVISO-DEUDA, the amount collected
      *          and the network's commission. A valid barcode is
      *          posted into cuotas.dat the way DEBITO-RESPUESTA
      *          posts an accepted debit - one cuota per owed period
      *          up to the barcode period, at its accrued amount of
      *          devengos.dat or else at the tariff in force less
      *          the vigente beca, with a numbered recibo from
      *          the shared recibos-ctl.dat sequence in forma "R"
      *          and RED-COBRANZA as operator - and what is left pays
      *          the pending aportes. A barcode that does not verify,
      *          an unknown socio, a period already paid or an amount
      *          that could not be applied goes to the rejects queue
      *          red-rechazos.dat for the treasurer. The commission
      *          of each rendition day and network is recorded in
      *          red-comisiones.dat, which EXPORTA-ASIENTOS books as
      *          an expense; a rendition day already recorded there
      *          is skipped, so a file fed twice posts nothing twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZA-RED.
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
           COPY "CpyAportesCargos.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT RENDICION ASSIGN TO "..\red-rendicion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rendicion-status.
           SELECT RECHAZOS-RED ASSIGN TO "..\red-rechazos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rechazos-status.
           SELECT COMISIONES-RED ASSIGN TO "..\red-comisiones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-comisiones-status.
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
           COPY "CpyAportesCargosReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  RENDICION.
       01  rendicion-reg.
           03 rr-fecha-cobro pic 9(8).
           03 rr-red pic x.
           03 rr-barra pic x(31).
           03 rr-importe pic 9(8)v99.
           03 rr-comision pic 9(6)v99.
       FD  RECHAZOS-RED.
       01  rechazo-red-reg.
           03 rz-fecha pic 9(8).
           03 rz-fecha-cobro pic 9(8).
           03 rz-red pic x.
           03 rz-barra pic x(31).
           03 rz-codigo pic 9(4).
           03 rz-importe pic 9(8)v99.
           03 rz-razon pic x(30).
           03 rz-estado pic x.
               88 rechazo-pendiente value "P".
               88 rechazo-resuelto value "R".
       FD  COMISIONES-RED.
       01  comision-red-reg.
           03 rc-fecha-cobro pic 9(8).
           03 rc-red pic x.
           03 rc-cantidad pic 9(5).
           03 rc-cobrado pic 9(10)v99.
           03 rc-comision pic 9(8)v99.
           03 rc-fecha-proceso pic 9(8).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-recibos-ctl-status pic xx.
       77  w-rendicion-status pic xx.
       77  w-rechazos-status pic xx.
       77  w-comisiones-status pic xx.
       77  w-periodos-status pic xx.
       77  w-becas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-aportes-cargos-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-rendicion value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-ultimo-recibo pic 9(6) value 0.
       01  w-periodo-max pic 9(6).
       01  w-periodo-r redefines w-periodo-max pic x(6).
       01  w-hay-pago pic 9 value 0.
           88 hay-pago value 1.
       77  w-hoy pic 9(8).
       77  w-anio-pago pic 9(4).
       77  w-mes-pago pic 9(2).
       77  w-lim-anio pic 9(4).
       77  w-lim-mes pic 9(2).
       77  w-meses-limite pic 9(6).
       77  w-meses-iter pic 9(6).
       77  w-iter-anio pic 9(4).
       77  w-iter-mes pic 9(2).
       77  w-periodo-iter pic 9(6).
       77  w-restante pic s9(10)v99.
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
       77  w-aceptados pic 9(5) value 0.
       77  w-rechazados pic 9(5) value 0.
       77  w-omitidos pic 9(5) value 0.
       77  w-cuotas-posteadas pic 9(5) value 0.
       01  w-razon pic x(30) value spaces.
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-anul-desborde pic 9 value 0.
           88 anulados-desbordados value 1.
       77  w-cant-cerrados pic 9(3) value 0.
       77  w-p pic 9(3).
       77  w-periodo-cerr pic 9 value 0.
           88 periodo-esta-cerrado value 1.
       01  tab-cerrados.
           05 cerrados-ent occurs 1 to 200 times
                   depending on w-cant-cerrados.
               07 tp-periodo pic 9(6).
               07 tp-cerrado pic 9.
       77  w-fin-posteo pic 9 value 0.
           88 fin-posteo value 1.
       77  w-cant-cargos pic 9(4) value 0.
       77  w-cg pic 9(4).
       77  w-cargos-tocados pic 9 value 0.
           88 cargos-modificados value 1.
       01  tab-cargos.
           05 cargos-ent occurs 1 to 2000 times
                   depending on w-cant-cargos.
               07 tcg-numero pic 9(3).
               07 tcg-codigo pic 9(4).
               07 tcg-monto pic 9(6)v99.
               07 tcg-estado pic x.
               07 tcg-fecha-gen pic 9(8).
               07 tcg-recibo pic 9(6).
       77  w-cant-becas pic 9(3) value 0.
       77  w-bc pic 9(3).
       77  w-beca-pct pic 9(3).
       01  tab-becas.
           05 becas-ent occurs 1 to 300 times
                   depending on w-cant-becas.
               07 tb-codigo pic 9(4).
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
      * Rendition days already booked in red-comisiones.dat, and the
      * days of the current file being accumulated for it.
       77  w-cant-previas pic 9(4) value 0.
       77  w-pv pic 9(4).
       77  w-ya-procesada pic 9 value 0.
           88 rendicion-ya-procesada value 1.
       01  tab-previas.
           05 previas-ent occurs 1 to 2000 times
                   depending on w-cant-previas.
               07 tpv-fecha pic 9(8).
               07 tpv-red pic x.
       77  w-cant-com pic 9(3) value 0.
       77  w-cm pic 9(3).
       77  w-com-hallada pic 9 value 0.
           88 comision-hallada value 1.
       01  tab-comisiones.
           05 comisiones-ent occurs 1 to 100 times
                   depending on w-cant-com.
               07 tcm-fecha pic 9(8).
               07 tcm-red pic x.
               07 tcm-cantidad pic 9(5).
               07 tcm-cobrado pic 9(10)v99.
               07 tcm-comision pic 9(8)v99.
       01  w-importe-edit pic zzzzzzz9.99.
           COPY "CpyCodigoBarrasWS.cpy.cbl".
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "COBRANZA-RED" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-RENDICION.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 138-CARGAR-BECAS.
           PERFORM 130-CARGAR-PERIODOS.
           PERFORM 125-CARGAR-ANULADOS.
           PERFORM 145-CARGAR-CARGOS-APORTES.
           PERFORM 150-LEER-PARAMETRO.
           PERFORM 155-CARGAR-COMISIONES.
           PERFORM 965-ABRIR-CUOTAS-IDX.
           OPEN INPUT RENDICION.
           IF w-rendicion-status NOT = "00"
               DISPLAY "No hay archivo de rendicion de la red"
               PERFORM 967-CERRAR-CUOTAS-IDX
               STOP RUN
           END-IF.
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
           OPEN EXTEND RECHAZOS-RED.
           IF w-rechazos-status = "35"
               OPEN OUTPUT RECHAZOS-RED
               CLOSE RECHAZOS-RED
               OPEN EXTEND RECHAZOS-RED
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
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
      * A payment whose recibo appears in a tipo "X"
      * counter-entry was annulled and counts as never paid, so the
      * owed-period derivation matches AVISO-DEUDA and the
      * delinquency reports.
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
                           IF cuota-anulacion
                               IF w-cant-anulados < 500
                                   ADD 1 TO w-cant-anulados
                                   MOVE cuota-recibo
                                       TO ta-recibo(w-cant-anulados)
                               ELSE
                                   MOVE 1 TO w-anul-desborde
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           IF anulados-desbordados
               DISPLAY "ATENCION: MAS DE 500 ANULACIONES EN"
                   " CUOTAS.DAT, LAS EXCEDENTES NO SE FILTRAN Y"
                   " PAGOS ANULADOS PUEDEN CONTARSE COMO VALIDOS:"
                   " ARCHIVE LOS PERIODOS VIEJOS"
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
       145-CARGAR-CARGOS-APORTES.
           MOVE 0 TO w-cant-cargos.
           OPEN INPUT APORTES-CARGOS.
           IF w-aportes-cargos-status = "00"
               MOVE 0 TO w-sen-aux
               READ APORTES-CARGOS AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-cargos < 2000
                       ADD 1 TO w-cant-cargos
                       MOVE apc-numero TO tcg-numero(w-cant-cargos)
                       MOVE apc-codigo TO tcg-codigo(w-cant-cargos)
                       MOVE apc-monto TO tcg-monto(w-cant-cargos)
                       MOVE apc-estado TO tcg-estado(w-cant-cargos)
                       MOVE apc-fecha-gen
                           TO tcg-fecha-gen(w-cant-cargos)
                       MOVE apc-recibo TO tcg-recibo(w-cant-cargos)
                   END-IF
                   READ APORTES-CARGOS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE APORTES-CARGOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       146-GRABAR-CARGOS-APORTES.
           OPEN OUTPUT APORTES-CARGOS.
           PERFORM VARYING w-cg FROM 1 BY 1
                   UNTIL w-cg > w-cant-cargos
               MOVE tcg-numero(w-cg) TO apc-numero
               MOVE tcg-codigo(w-cg) TO apc-codigo
               MOVE tcg-monto(w-cg) TO apc-monto
               MOVE tcg-estado(w-cg) TO apc-estado
               MOVE tcg-fecha-gen(w-cg) TO apc-fecha-gen
               MOVE tcg-recibo(w-cg) TO apc-recibo
               WRITE aporte-cargo-reg
           END-PERFORM.
           CLOSE APORTES-CARGOS.
       150-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "RED-COBRO-ENTE"
                       MOVE param-valor TO w-cb-ente
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       155-CARGAR-COMISIONES.
           MOVE 0 TO w-cant-previas.
           OPEN INPUT COMISIONES-RED.
           IF w-comisiones-status = "00"
               MOVE 0 TO w-sen-aux
               READ COMISIONES-RED AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-previas < 2000
                       ADD 1 TO w-cant-previas
                       MOVE rc-fecha-cobro TO tpv-fecha(w-cant-previas)
                       MOVE rc-red TO tpv-red(w-cant-previas)
                   END-IF
                   READ COMISIONES-RED AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE COMISIONES-RED
           END-IF.
           MOVE 0 TO w-sen-aux.
       200-PROCESAR-RENDICION.
           MOVE 0 TO w-sen.
           READ RENDICION AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-rendicion
               PERFORM 210-VERIFICAR-PROCESADA
               IF rendicion-ya-procesada
                   ADD 1 TO w-omitidos
               ELSE
                   PERFORM 250-ACUMULAR-COMISION
                   PERFORM 300-POSTEAR-COBRO
               END-IF
               READ RENDICION AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
       210-VERIFICAR-PROCESADA.
           MOVE 0 TO w-ya-procesada.
           PERFORM VARYING w-pv FROM 1 BY 1
                   UNTIL w-pv > w-cant-previas OR
                         rendicion-ya-procesada
               IF tpv-fecha(w-pv) = rr-fecha-cobro AND
                  tpv-red(w-pv) = rr-red
                   MOVE 1 TO w-ya-procesada
               END-IF
           END-PERFORM.
      * One commission line per rendition day and network: the
      * network deducts it from what it remits, so accounting books
      * it as an expense against the amounts collected.
       250-ACUMULAR-COMISION.
           MOVE 0 TO w-com-hallada.
           PERFORM VARYING w-cm FROM 1 BY 1
                   UNTIL w-cm > w-cant-com OR comision-hallada
               IF tcm-fecha(w-cm) = rr-fecha-cobro AND
                  tcm-red(w-cm) = rr-red
                   MOVE 1 TO w-com-hallada
               END-IF
           END-PERFORM.
           IF comision-hallada
               SUBTRACT 1 FROM w-cm
           ELSE
               IF w-cant-com >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-com
               MOVE w-cant-com TO w-cm
               MOVE rr-fecha-cobro TO tcm-fecha(w-cm)
               MOVE rr-red TO tcm-red(w-cm)
               MOVE 0 TO tcm-cantidad(w-cm)
               MOVE 0 TO tcm-cobrado(w-cm)
               MOVE 0 TO tcm-comision(w-cm)
           END-IF.
           ADD 1 TO tcm-cantidad(w-cm).
           ADD rr-importe TO tcm-cobrado(w-cm).
           ADD rr-comision TO tcm-comision(w-cm).
       300-POSTEAR-COBRO.
           MOVE 0 TO w-cb-codigo.
           MOVE rr-barra TO w-cb-barra.
           PERFORM 987-LEER-CODIGO-BARRAS.
           IF NOT barra-valida
               MOVE "CODIGO DE BARRAS INVALIDO" TO w-razon
               MOVE rr-importe TO w-restante
               PERFORM 400-REGISTRAR-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           MOVE w-cb-codigo TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               MOVE "SOCIO INEXISTENTE" TO w-razon
               MOVE rr-importe TO w-restante
               PERFORM 400-REGISTRAR-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
      * The barcode settles the owed periods up to its own period;
      * if the socio already paid that far at the desk or by debit
      * the money is not the club's to keep and goes to the queue
      * for refund.
           IF hay-pago AND w-cb-periodo <= w-periodo-max
               MOVE "PERIODO YA PAGADO" TO w-razon
               MOVE rr-importe TO w-restante
               PERFORM 400-REGISTRAR-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-aceptados.
           MOVE rr-importe TO w-restante.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
           COMPUTE w-meses-iter = w-anio-pago * 12 + w-mes-pago.
           IF hay-pago
               ADD 1 TO w-meses-iter
           END-IF.
           COMPUTE w-lim-anio = w-cb-periodo / 100.
           COMPUTE w-lim-mes = w-cb-periodo - w-lim-anio * 100.
           COMPUTE w-meses-limite = w-lim-anio * 12 + w-lim-mes.
           MOVE 0 TO w-fin-posteo.
           PERFORM UNTIL fin-posteo OR w-restante <= 0 OR
                   w-meses-iter > w-meses-limite
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
                   IF w-restante >= w-tarifa-monto
                       PERFORM 320-POSTEAR-CUOTA
                       SUBTRACT w-tarifa-monto FROM w-restante
                   ELSE
                       MOVE 1 TO w-fin-posteo
                   END-IF
               END-IF
               ADD 1 TO w-meses-iter
           END-PERFORM.
           PERFORM 330-APLICAR-APORTES.
           IF w-restante > 0
               MOVE "IMPORTE NO APLICADO" TO w-razon
               PERFORM 400-REGISTRAR-RECHAZO
           END-IF.
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
           MOVE "R" TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           MOVE soc-codigo TO cuota-codigo.
           MOVE w-periodo-iter TO cuota-periodo.
           MOVE w-tarifa-monto TO cuota-monto.
           MOVE 0 TO cuota-recargo.
           MOVE w-hoy TO cuota-fecha-pago.
           MOVE w-ultimo-recibo TO cuota-recibo.
           MOVE "C" TO cuota-tipo.
           MOVE "RED-COBRANZA" TO cuota-operador.
           WRITE cuota-reg.
           PERFORM 970-SINCRONIZAR-CUOTAS-IDX.
           ADD 1 TO w-cuotas-posteadas.
       330-APLICAR-APORTES.
           PERFORM VARYING w-cg FROM 1 BY 1
                   UNTIL w-cg > w-cant-cargos OR w-restante <= 0
               IF tcg-codigo(w-cg) = soc-codigo AND
                  tcg-estado(w-cg) = "P" AND
                  w-restante >= tcg-monto(w-cg)
                   PERFORM 335-POSTEAR-APORTE
               END-IF
           END-PERFORM.
       335-POSTEAR-APORTE.
           ADD 1 TO w-ultimo-recibo.
           MOVE w-ultimo-recibo TO rec-numero.
           MOVE soc-codigo TO rec-codigo.
           MOVE soc-nombre TO rec-nombre.
           MOVE tcg-fecha-gen(w-cg)(1:6) TO rec-periodo.
           MOVE tcg-monto(w-cg) TO rec-monto.
           MOVE 0 TO rec-recargo.
           MOVE w-hoy TO rec-fecha.
           MOVE "R" TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           MOVE soc-codigo TO cuota-codigo.
           MOVE tcg-fecha-gen(w-cg)(1:6) TO cuota-periodo.
           MOVE tcg-monto(w-cg) TO cuota-monto.
           MOVE 0 TO cuota-recargo.
           MOVE w-hoy TO cuota-fecha-pago.
           MOVE w-ultimo-recibo TO cuota-recibo.
           MOVE "E" TO cuota-tipo.
           MOVE "RED-COBRANZA" TO cuota-operador.
           WRITE cuota-reg.
           PERFORM 970-SINCRONIZAR-CUOTAS-IDX.
           SUBTRACT tcg-monto(w-cg) FROM w-restante.
           MOVE "C" TO tcg-estado(w-cg).
           MOVE w-ultimo-recibo TO tcg-recibo(w-cg).
           MOVE 1 TO w-cargos-tocados.
           PERFORM 146-GRABAR-CARGOS-APORTES.
           ADD 1 TO w-cuotas-posteadas.
      * Every collected peso the import could not apply waits in the
      * queue as pending until the treasurer applies or refunds it.
       400-REGISTRAR-RECHAZO.
           ADD 1 TO w-rechazados.
           MOVE w-hoy TO rz-fecha.
           MOVE rr-fecha-cobro TO rz-fecha-cobro.
           MOVE rr-red TO rz-red.
           MOVE rr-barra TO rz-barra.
           MOVE w-cb-codigo TO rz-codigo.
           MOVE w-restante TO rz-importe.
           MOVE w-razon TO rz-razon.
           MOVE "P" TO rz-estado.
           WRITE rechazo-red-reg.
           MOVE w-restante TO w-importe-edit.
           DISPLAY "Rechazo: ", rr-barra, " ", w-importe-edit, " ",
               w-razon.
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
       COPY "CpyCodigoBarras.cpy.cbl".
       800-FIN.
           PERFORM 967-CERRAR-CUOTAS-IDX.
           IF cargos-modificados
               PERFORM 146-GRABAR-CARGOS-APORTES
           END-IF.
           PERFORM 810-GRABAR-COMISIONES.
           CLOSE SOCIOS.
           CLOSE RENDICION.
           CLOSE CUOTAS.
           CLOSE RECIBOS.
           CLOSE RECHAZOS-RED.
           DISPLAY "Importacion de la rendicion finalizada".
           DISPLAY "Cobros posteados: ", w-aceptados.
           DISPLAY "Cuotas posteadas: ", w-cuotas-posteadas.
           DISPLAY "Enviados a la cola de rechazos: ", w-rechazados.
           DISPLAY "Omitidos por rendicion ya procesada: ",
               w-omitidos.
       810-GRABAR-COMISIONES.
           IF w-cant-com = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND COMISIONES-RED.
           IF w-comisiones-status = "35"
               OPEN OUTPUT COMISIONES-RED
               CLOSE COMISIONES-RED
               OPEN EXTEND COMISIONES-RED
           END-IF.
           PERFORM VARYING w-cm FROM 1 BY 1 UNTIL w-cm > w-cant-com
               MOVE tcm-fecha(w-cm) TO rc-fecha-cobro
               MOVE tcm-red(w-cm) TO rc-red
               MOVE tcm-cantidad(w-cm) TO rc-cantidad
               MOVE tcm-cobrado(w-cm) TO rc-cobrado
               MOVE tcm-comision(w-cm) TO rc-comision
               MOVE w-hoy TO rc-fecha-proceso
               WRITE comision-red-reg
           END-PERFORM.
           CLOSE COMISIONES-RED.
       END PROGRAM COBRANZA-RED.
