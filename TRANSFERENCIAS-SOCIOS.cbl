      ******************************************************************
      * Author:
      * Date:
      * Purpose: Member payments by bank transfer, taken straight from
      *          the bank statement instead of being typed in from
      *          the bank's web page. The transfer credits of
      *          extracto.dat (tipo "T") are identified as member
      *          payments by the socio code written in the reference
      *          or by the originating account, looked up in the
      *          table of the members' own accounts kept here in
      *          cuentas-socios.dat. An identified transfer whose
      *          amount settles whole owed periods (accrued amount
      *          of devengos.dat, or else tariff in force less the
      *          vigente beca, closed periods skipped, the
      *          way DEBITO-RESPUESTA prices them) and pending
      *          aportes is posted as CUOTAS-MANT posts a range: the
      *          cuota rows of every period under one numbered recibo
      *          of the shared recibos-ctl.dat sequence, forma "T"
      *          and the operator of the session. Everything else -
      *          no or conflicting identification, an account shared
      *          by several socios, an amount that does not fit the
      *          debt - waits in the manual assignment queue of
      *          transferencias-socios.dat, where an operator assigns
      *          it to a socio (what the periods do not absorb goes
      *          to the socio's saldo a favor) or a supervisor sets
      *          it aside as no member payment. The same file keeps
      *          every statement line already taken, so a statement
      *          imported twice posts nothing twice, and
      *          CONCILIA-BANCO reads it to explain the credits.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS-SOCIOS.
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
           COPY "CpyCreditos.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyExtracto.cpy.cbl".
           COPY "CpyCuentasSocios.cpy.cbl".
           COPY "CpyTransfSocios.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
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
           COPY "CpyCreditosReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyExtractoReg.cpy.cbl".
           COPY "CpyCuentasSociosReg.cpy.cbl".
           COPY "CpyTransfSociosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-recibos-ctl-status pic xx.
       77  w-periodos-status pic xx.
       77  w-aportes-cargos-status pic xx.
       77  w-becas-status pic xx.
       77  w-creditos-status pic xx.
       77  w-extracto-status pic xx.
       77  w-cuentas-socios-status pic xx.
       77  w-transf-socios-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-respuesta pic x.
       77  w-ultimo-recibo pic 9(6) value 0.
       77  w-primer-recibo pic 9(6).
       01  w-periodo-max pic 9(6).
       01  w-periodo-r redefines w-periodo-max pic x(6).
       01  w-hay-pago pic 9 value 0.
           88 hay-pago value 1.
       77  w-hoy pic 9(8).
       01  w-hoy-periodo pic 9(6).
       01  w-hoy-periodo-r redefines w-hoy-periodo pic x(6).
       77  w-anio-hoy pic 9(4).
       77  w-mes-hoy pic 9(2).
       77  w-anio-pago pic 9(4).
       77  w-mes-pago pic 9(2).
       77  w-meses-iter pic 9(6).
       77  w-meses-limite pic 9(6).
       77  w-iter-anio pic 9(4).
       77  w-iter-mes pic 9(2).
       77  w-periodo-iter pic 9(6).
       77  w-restante pic s9(11)v99.
       77  w-fin-posteo pic 9 value 0.
           88 fin-posteo value 1.
       77  w-simular pic 9 value 0.
           88 modo-simulacion value 1.
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
       77  w-cant-cargos pic 9(4) value 0.
       77  w-cg pic 9(4).
       01  tab-cargos.
           05 cargos-ent occurs 1 to 2000 times
                   depending on w-cant-cargos.
               07 tcg-numero pic 9(3).
               07 tcg-codigo pic 9(4).
               07 tcg-monto pic 9(6)v99.
               07 tcg-estado pic x.
               07 tcg-fecha-gen pic 9(8).
               07 tcg-recibo pic 9(6).
      * Periods one transfer settles, priced before anything is
      * written so that only an exact fit posts by itself.
       77  w-cant-plan pic 9(3) value 0.
       77  w-pl pic 9(3).
       77  w-plan-total pic 9(9)v99.
       77  w-cant-aportes-plan pic 9(3).
       01  tab-plan.
           05 plan-ent occurs 1 to 200 times
                   depending on w-cant-plan.
               07 tpl-periodo pic 9(6).
               07 tpl-monto pic 9(6)v99.
       77  w-cant-ext pic 9(3) value 0.
       77  w-x pic 9(3).
       77  w-x2 pic 9(3).
       01  tab-extracto.
           05 ext-ent occurs 1 to 500 times
                   depending on w-cant-ext.
               07 tx-fecha pic 9(8).
               07 tx-importe pic 9(11)v99.
               07 tx-referencia pic x(20).
               07 tx-cbu pic x(22).
       77  w-cant-cs pic 9(4) value 0.
       77  w-c pic 9(4).
       01  tab-cuentas.
           05 cuentas-ent occurs 1 to 2000 times
                   depending on w-cant-cs.
               07 tcs-codigo pic 9(4).
               07 tcs-cbu pic x(22).
               07 tcs-estado pic x.
               07 tcs-fecha pic 9(8).
               07 tcs-operador pic x(12).
       77  w-cant-ts pic 9(4) value 0.
       77  w-s pic 9(4).
       77  w-ultimo-ts pic 9(5) value 0.
       01  tab-transf.
           05 transf-ent occurs 1 to 3000 times
                   depending on w-cant-ts.
               07 tts-numero pic 9(5).
               07 tts-fecha-ext pic 9(8).
               07 tts-importe pic 9(11)v99.
               07 tts-referencia pic x(20).
               07 tts-cbu pic x(22).
               07 tts-estado pic x.
               07 tts-codigo pic 9(4).
               07 tts-recibo pic 9(6).
               07 tts-razon pic x(30).
               07 tts-fecha-proceso pic 9(8).
               07 tts-operador pic x(12).
       77  w-ocurr-ext pic 9(3).
       77  w-ocurr-reg pic 9(4).
      * Identification of the socio of a statement line.
       77  w-i pic 99.
       01  w-car pic x.
       77  w-digito pic 9.
       77  w-en-grupo pic 9.
       77  w-ref-grupos pic 99.
       77  w-ref-digitos pic 99.
       77  w-ref-num pic 9(4).
       77  w-cod-ref pic 9(4).
       77  w-ref-ambigua pic 9 value 0.
           88 referencia-ambigua value 1.
       77  w-cant-cbu pic 9(3).
       77  w-cod-cbu pic 9(4).
       77  w-cbu-con-ref pic 9 value 0.
           88 cuenta-incluye-referencia value 1.
       77  w-cod-final pic 9(4).
       77  w-cod-candidato pic 9(4).
       01  w-razon pic x(30).
       01  w-cbu pic x(22).
       77  w-ts-numero pic 9(5).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-imputadas pic 9(4).
       77  w-encoladas pic 9(4).
       77  w-ya-tomadas pic 9(4).
       01  w-importe-edit pic zzzzzzzzzz9.99.
       01  w-monto-edit pic zzzzzz9.99.
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "TRANSFERENCIAS-SOC" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           MOVE w-hoy-periodo-r(1:4) TO w-anio-hoy.
           MOVE w-hoy-periodo-r(5:2) TO w-mes-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 125-CARGAR-ANULADOS.
           PERFORM 130-CARGAR-PERIODOS.
           PERFORM 138-CARGAR-BECAS.
           OPEN INPUT SOCIOS.
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
       150-CARGAR-TRANSF.
           MOVE 0 TO w-cant-ts.
           MOVE 0 TO w-ultimo-ts.
           OPEN INPUT TRANSF-SOCIOS.
           IF w-transf-socios-status = "00"
               MOVE 0 TO w-sen-aux
               READ TRANSF-SOCIOS AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-ts < 3000
                       ADD 1 TO w-cant-ts
                       MOVE ts-numero TO tts-numero(w-cant-ts)
                       MOVE ts-fecha-ext TO tts-fecha-ext(w-cant-ts)
                       MOVE ts-importe TO tts-importe(w-cant-ts)
                       MOVE ts-referencia
                           TO tts-referencia(w-cant-ts)
                       MOVE ts-cbu TO tts-cbu(w-cant-ts)
                       MOVE ts-estado TO tts-estado(w-cant-ts)
                       MOVE ts-codigo TO tts-codigo(w-cant-ts)
                       MOVE ts-recibo TO tts-recibo(w-cant-ts)
                       MOVE ts-razon TO tts-razon(w-cant-ts)
                       MOVE ts-fecha-proceso
                           TO tts-fecha-proceso(w-cant-ts)
                       MOVE ts-operador TO tts-operador(w-cant-ts)
                       IF ts-numero > w-ultimo-ts
                           MOVE ts-numero TO w-ultimo-ts
                       END-IF
                   END-IF
                   READ TRANSF-SOCIOS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE TRANSF-SOCIOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       155-GRABAR-TRANSF.
           OPEN OUTPUT TRANSF-SOCIOS.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-ts
               MOVE tts-numero(w-s) TO ts-numero
               MOVE tts-fecha-ext(w-s) TO ts-fecha-ext
               MOVE tts-importe(w-s) TO ts-importe
               MOVE tts-referencia(w-s) TO ts-referencia
               MOVE tts-cbu(w-s) TO ts-cbu
               MOVE tts-estado(w-s) TO ts-estado
               MOVE tts-codigo(w-s) TO ts-codigo
               MOVE tts-recibo(w-s) TO ts-recibo
               MOVE tts-razon(w-s) TO ts-razon
               MOVE tts-fecha-proceso(w-s) TO ts-fecha-proceso
               MOVE tts-operador(w-s) TO ts-operador
               WRITE transf-socio-reg
           END-PERFORM.
           CLOSE TRANSF-SOCIOS.
       160-CARGAR-CUENTAS.
           MOVE 0 TO w-cant-cs.
           OPEN INPUT CUENTAS-SOCIOS.
           IF w-cuentas-socios-status = "00"
               MOVE 0 TO w-sen-aux
               READ CUENTAS-SOCIOS AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-cs < 2000
                       ADD 1 TO w-cant-cs
                       MOVE cs-codigo TO tcs-codigo(w-cant-cs)
                       MOVE cs-cbu TO tcs-cbu(w-cant-cs)
                       MOVE cs-estado TO tcs-estado(w-cant-cs)
                       MOVE cs-fecha TO tcs-fecha(w-cant-cs)
                       MOVE cs-operador TO tcs-operador(w-cant-cs)
                   END-IF
                   READ CUENTAS-SOCIOS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-SOCIOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       165-GRABAR-CUENTAS.
           OPEN OUTPUT CUENTAS-SOCIOS.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cs
               MOVE tcs-codigo(w-c) TO cs-codigo
               MOVE tcs-cbu(w-c) TO cs-cbu
               MOVE tcs-estado(w-c) TO cs-estado
               MOVE tcs-fecha(w-c) TO cs-fecha
               MOVE tcs-operador(w-c) TO cs-operador
               WRITE cuenta-socio-reg
           END-PERFORM.
           CLOSE CUENTAS-SOCIOS.
       170-ABRIR-MOVIMIENTOS.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           PERFORM 145-CARGAR-CARGOS-APORTES.
           PERFORM 965-ABRIR-CUOTAS-IDX.
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
       175-CERRAR-MOVIMIENTOS.
           PERFORM 967-CERRAR-CUOTAS-IDX.
           CLOSE CUOTAS.
           CLOSE RECIBOS.
       200-MENU.
           DISPLAY "1- Registrar cuenta bancaria de un socio"
           DISPLAY "2- Dar de baja cuenta bancaria"
           DISPLAY "3- Cuentas bancarias de un socio"
           DISPLAY "4- Imputar transferencias del extracto"
           DISPLAY "5- Asignar transferencia pendiente"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 310-REGISTRAR-CUENTA
               WHEN 2
                   PERFORM 320-BAJA-CUENTA
               WHEN 3
                   PERFORM 330-LISTAR-CUENTAS
               WHEN 4
                   PERFORM 400-IMPUTAR-EXTRACTO
               WHEN 5
                   PERFORM 600-ASIGNAR-PENDIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The same account may honestly belong to several socios (a
      * family paying from one account): it is registered anyway,
      * and its transfers go to the manual queue unless the
      * reference names the socio.
       310-REGISTRAR-CUENTA.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           DISPLAY "Ingrese CBU de la cuenta del socio (22 digitos)".
           ACCEPT w-cbu.
           IF w-cbu IS NOT NUMERIC
               DISPLAY "El CBU debe tener 22 digitos"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 315-ANOTAR-CUENTA.
       315-ANOTAR-CUENTA.
           PERFORM 160-CARGAR-CUENTAS.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cs
               IF tcs-cbu(w-c) = w-cbu AND tcs-estado(w-c) = "A"
                   IF tcs-codigo(w-c) = soc-codigo
                       MOVE 1 TO w-hallado
                   ELSE
                       DISPLAY "Atencion: la cuenta tambien esta"
                           " registrada al socio ", tcs-codigo(w-c)
                   END-IF
               END-IF
           END-PERFORM.
           IF entrada-hallada
               DISPLAY "La cuenta ya esta registrada para el socio"
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-cs >= 2000
               DISPLAY "Tabla de cuentas completa"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-cs.
           MOVE soc-codigo TO tcs-codigo(w-cant-cs).
           MOVE w-cbu TO tcs-cbu(w-cant-cs).
           MOVE "A" TO tcs-estado(w-cant-cs).
           MOVE w-hoy TO tcs-fecha(w-cant-cs).
           MOVE w-operador TO tcs-operador(w-cant-cs).
           PERFORM 165-GRABAR-CUENTAS.
           DISPLAY "Cuenta registrada".
       320-BAJA-CUENTA.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           DISPLAY "Ingrese CBU a dar de baja".
           ACCEPT w-cbu.
           PERFORM 160-CARGAR-CUENTAS.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cs
               IF tcs-codigo(w-c) = w-soc-codigo AND
                  tcs-cbu(w-c) = w-cbu AND tcs-estado(w-c) = "A"
                   MOVE "B" TO tcs-estado(w-c)
                   MOVE w-hoy TO tcs-fecha(w-c)
                   MOVE w-operador TO tcs-operador(w-c)
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               PERFORM 165-GRABAR-CUENTAS
               DISPLAY "Cuenta dada de baja"
           ELSE
               DISPLAY "No hay cuenta activa con ese CBU para el"
                   " socio"
           END-IF.
       330-LISTAR-CUENTAS.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 160-CARGAR-CUENTAS.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cs
               IF tcs-codigo(w-c) = w-soc-codigo
                   DISPLAY tcs-cbu(w-c), " ", tcs-estado(w-c), " ",
                       tcs-fecha(w-c), " ", tcs-operador(w-c)
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "El socio no tiene cuentas registradas"
           END-IF.
       400-IMPUTAR-EXTRACTO.
           PERFORM 405-CARGAR-EXTRACTO.
           IF w-cant-ext = 0
               DISPLAY "No hay transferencias en extracto.dat"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 150-CARGAR-TRANSF.
           PERFORM 160-CARGAR-CUENTAS.
           PERFORM 170-ABRIR-MOVIMIENTOS.
           MOVE 0 TO w-imputadas.
           MOVE 0 TO w-encoladas.
           MOVE 0 TO w-ya-tomadas.
           PERFORM VARYING w-x FROM 1 BY 1 UNTIL w-x > w-cant-ext
               PERFORM 415-VERIFICAR-TOMADA
               IF w-ocurr-reg >= w-ocurr-ext
                   ADD 1 TO w-ya-tomadas
               ELSE
                   PERFORM 430-PROCESAR-LINEA
               END-IF
           END-PERFORM.
           PERFORM 175-CERRAR-MOVIMIENTOS.
           DISPLAY "Transferencias imputadas: ", w-imputadas.
           DISPLAY "Enviadas a asignacion manual: ", w-encoladas.
           DISPLAY "Ya tomadas en corridas anteriores: ",
               w-ya-tomadas.
       405-CARGAR-EXTRACTO.
           MOVE 0 TO w-cant-ext.
           OPEN INPUT EXTRACTO.
           IF w-extracto-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ EXTRACTO AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ext-transferencia AND w-cant-ext < 500
                   ADD 1 TO w-cant-ext
                   MOVE ext-fecha TO tx-fecha(w-cant-ext)
                   MOVE ext-importe TO tx-importe(w-cant-ext)
                   MOVE ext-referencia TO tx-referencia(w-cant-ext)
                   MOVE ext-cbu-origen TO tx-cbu(w-cant-ext)
               END-IF
               READ EXTRACTO AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EXTRACTO.
           MOVE 0 TO w-sen.
      * A statement line was already taken when transferencias-
      * socios.dat holds as many identical lines (date, amount,
      * reference, account) as the statement shows up to this one;
      * two equal transfers on the same day are two payments.
       415-VERIFICAR-TOMADA.
           MOVE 0 TO w-ocurr-ext.
           PERFORM VARYING w-x2 FROM 1 BY 1 UNTIL w-x2 > w-x
               IF tx-fecha(w-x2) = tx-fecha(w-x) AND
                  tx-importe(w-x2) = tx-importe(w-x) AND
                  tx-referencia(w-x2) = tx-referencia(w-x) AND
                  tx-cbu(w-x2) = tx-cbu(w-x)
                   ADD 1 TO w-ocurr-ext
               END-IF
           END-PERFORM.
           MOVE 0 TO w-ocurr-reg.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-ts
               IF tts-fecha-ext(w-s) = tx-fecha(w-x) AND
                  tts-importe(w-s) = tx-importe(w-x) AND
                  tts-referencia(w-s) = tx-referencia(w-x) AND
                  tts-cbu(w-s) = tx-cbu(w-x)
                   ADD 1 TO w-ocurr-reg
               END-IF
           END-PERFORM.
       430-PROCESAR-LINEA.
           MOVE 0 TO w-cod-final.
           MOVE 0 TO w-cod-candidato.
           MOVE SPACES TO w-razon.
           PERFORM 440-IDENTIFICAR-SOCIO.
           IF w-razon NOT = SPACES
               PERFORM 470-ENCOLAR
               EXIT PARAGRAPH
           END-IF.
           MOVE w-cod-final TO w-cod-candidato.
           MOVE w-cod-final TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF categ-vitalicio OR categ-honorario OR socio-de-baja
               MOVE "SOCIO EXENTO O DE BAJA" TO w-razon
               PERFORM 470-ENCOLAR
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE 1 TO w-simular.
           MOVE tx-importe(w-x) TO w-restante.
           PERFORM 500-DISTRIBUIR.
           IF w-restante NOT = 0 OR
              (w-cant-plan = 0 AND w-cant-aportes-plan = 0)
               MOVE "IMPORTE NO COINCIDE CON DEUDA" TO w-razon
               PERFORM 470-ENCOLAR
               EXIT PARAGRAPH
           END-IF.
           IF w-plan-total > 999999.99
               MOVE "IMPORTE EXCEDE UN RECIBO" TO w-razon
               PERFORM 470-ENCOLAR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-simular.
           MOVE tx-importe(w-x) TO w-restante.
           PERFORM 500-DISTRIBUIR.
           MOVE "I" TO w-respuesta.
           PERFORM 480-ANOTAR-LINEA.
           ADD 1 TO w-imputadas.
      * The reference names the socio when it holds a single group
      * of up to four digits; anything else in it (dates, invoice
      * numbers, several codes) proves nothing and the account
      * decides. Reference and account must not contradict each
      * other, and an account shared by several socios decides
      * nothing on its own.
       440-IDENTIFICAR-SOCIO.
           PERFORM 445-CODIGO-DE-REFERENCIA.
           IF w-cod-ref > 0
               MOVE w-cod-ref TO w-soc-codigo
               MOVE w-cod-ref TO w-cod-candidato
               PERFORM 410-BUSCAR-SOCIO
               IF NOT socio-encontrado
                   MOVE "REFERENCIA A SOCIO INEXISTENTE" TO w-razon
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 450-BUSCAR-CUENTA.
           EVALUATE TRUE
               WHEN w-cod-ref > 0 AND w-cant-cbu = 0
                   MOVE w-cod-ref TO w-cod-final
               WHEN w-cod-ref > 0 AND cuenta-incluye-referencia
                   MOVE w-cod-ref TO w-cod-final
               WHEN w-cod-ref > 0
                   MOVE "REFERENCIA Y CUENTA DISTINTAS" TO w-razon
               WHEN w-cant-cbu = 1
                   MOVE w-cod-cbu TO w-cod-final
               WHEN w-cant-cbu > 1
                   MOVE w-cod-cbu TO w-cod-candidato
                   MOVE "CUENTA DE VARIOS SOCIOS" TO w-razon
               WHEN referencia-ambigua
                   MOVE "REFERENCIA AMBIGUA" TO w-razon
               WHEN OTHER
                   MOVE "TRANSFERENCIA SIN IDENTIFICAR" TO w-razon
           END-EVALUATE.
       445-CODIGO-DE-REFERENCIA.
           MOVE 0 TO w-ref-num.
           MOVE 0 TO w-ref-grupos.
           MOVE 0 TO w-ref-digitos.
           MOVE 0 TO w-en-grupo.
           MOVE 0 TO w-ref-ambigua.
           MOVE 0 TO w-cod-ref.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 20
               MOVE tx-referencia(w-x)(w-i:1) TO w-car
               IF w-car IS NUMERIC
                   IF w-en-grupo = 0
                       ADD 1 TO w-ref-grupos
                       MOVE 1 TO w-en-grupo
                   END-IF
                   ADD 1 TO w-ref-digitos
                   IF w-ref-digitos <= 4
                       MOVE w-car TO w-digito
                       COMPUTE w-ref-num = w-ref-num * 10 + w-digito
                   END-IF
               ELSE
                   MOVE 0 TO w-en-grupo
               END-IF
           END-PERFORM.
           IF w-ref-grupos = 1 AND w-ref-digitos <= 4 AND
              w-ref-num > 0
               MOVE w-ref-num TO w-cod-ref
           ELSE
               IF w-ref-grupos > 0
                   MOVE 1 TO w-ref-ambigua
               END-IF
           END-IF.
       450-BUSCAR-CUENTA.
           MOVE 0 TO w-cant-cbu.
           MOVE 0 TO w-cod-cbu.
           MOVE 0 TO w-cbu-con-ref.
           IF tx-cbu(w-x) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cs
               IF tcs-cbu(w-c) = tx-cbu(w-x) AND
                  tcs-estado(w-c) = "A"
                   ADD 1 TO w-cant-cbu
                   IF w-cod-cbu = 0
                       MOVE tcs-codigo(w-c) TO w-cod-cbu
                   END-IF
                   IF tcs-codigo(w-c) = w-cod-ref
                       MOVE 1 TO w-cbu-con-ref
                   END-IF
               END-IF
           END-PERFORM.
       470-ENCOLAR.
           MOVE "P" TO w-respuesta.
           PERFORM 480-ANOTAR-LINEA.
           ADD 1 TO w-encoladas.
      * The statement line enters transferencias-socios.dat with
      * the state left in w-respuesta, and the file goes to disk at
      * once: a line posted must never look untaken to a rerun.
       480-ANOTAR-LINEA.
           IF w-cant-ts >= 3000
               DISPLAY "ATENCION: transferencias-socios.dat completo,"
                   " archive las transferencias viejas"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-ts.
           ADD 1 TO w-ultimo-ts.
           MOVE w-ultimo-ts TO tts-numero(w-cant-ts).
           MOVE tx-fecha(w-x) TO tts-fecha-ext(w-cant-ts).
           MOVE tx-importe(w-x) TO tts-importe(w-cant-ts).
           MOVE tx-referencia(w-x) TO tts-referencia(w-cant-ts).
           MOVE tx-cbu(w-x) TO tts-cbu(w-cant-ts).
           MOVE w-respuesta TO tts-estado(w-cant-ts).
           MOVE w-cod-candidato TO tts-codigo(w-cant-ts).
           IF w-respuesta = "I"
               MOVE w-primer-recibo TO tts-recibo(w-cant-ts)
           ELSE
               MOVE 0 TO tts-recibo(w-cant-ts)
           END-IF.
           MOVE w-razon TO tts-razon(w-cant-ts).
           MOVE w-hoy TO tts-fecha-proceso(w-cant-ts).
           MOVE w-operador TO tts-operador(w-cant-ts).
           PERFORM 155-GRABAR-TRANSF.
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
      * The transfer pays the owed periods oldest first - and up to
      * twelve periods ahead for a member paying in advance - then
      * the pending aportes extraordinarios. In simulation nothing
      * is written and w-restante tells whether the amount fits.
       500-DISTRIBUIR.
           MOVE 0 TO w-cant-plan.
           MOVE 0 TO w-plan-total.
           MOVE 0 TO w-cant-aportes-plan.
           MOVE 0 TO w-primer-recibo.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
           COMPUTE w-meses-iter = w-anio-pago * 12 + w-mes-pago.
           IF hay-pago
               ADD 1 TO w-meses-iter
           END-IF.
           COMPUTE w-meses-limite = w-anio-hoy * 12 + w-mes-hoy + 12.
           MOVE 0 TO w-fin-posteo.
           PERFORM UNTIL fin-posteo OR w-restante <= 0 OR
                   w-meses-iter > w-meses-limite
               COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
               COMPUTE w-iter-mes =
                   w-meses-iter - (w-iter-anio * 12)
               COMPUTE w-periodo-iter =
                   w-iter-anio * 100 + w-iter-mes
               PERFORM 515-BUSCAR-TARIFA
               PERFORM 516-APLICAR-BECA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               PERFORM 140-PERIODO-CERRADO
               IF w-tarifa-monto = 0 OR periodo-esta-cerrado
                   CONTINUE
               ELSE
                   IF w-restante >= w-tarifa-monto AND
                      w-cant-plan < 200
                       ADD 1 TO w-cant-plan
                       MOVE w-periodo-iter TO tpl-periodo(w-cant-plan)
                       MOVE w-tarifa-monto TO tpl-monto(w-cant-plan)
                       ADD w-tarifa-monto TO w-plan-total
                       SUBTRACT w-tarifa-monto FROM w-restante
                   ELSE
                       MOVE 1 TO w-fin-posteo
                   END-IF
               END-IF
               ADD 1 TO w-meses-iter
           END-PERFORM.
           IF NOT modo-simulacion AND w-cant-plan > 0
               PERFORM 520-POSTEAR-PERIODOS
           END-IF.
           PERFORM VARYING w-cg FROM 1 BY 1
                   UNTIL w-cg > w-cant-cargos OR w-restante <= 0
               IF tcg-codigo(w-cg) = soc-codigo AND
                  tcg-estado(w-cg) = "P" AND
                  w-restante >= tcg-monto(w-cg)
                   ADD 1 TO w-cant-aportes-plan
                   SUBTRACT tcg-monto(w-cg) FROM w-restante
                   IF NOT modo-simulacion
                       PERFORM 535-POSTEAR-APORTE
                   END-IF
               END-IF
           END-PERFORM.
       515-BUSCAR-TARIFA.
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
       516-APLICAR-BECA.
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
      * As CUOTAS-MANT posts a range: one recibo for the lot, one
      * cuota row per period carrying that recibo.
       520-POSTEAR-PERIODOS.
           ADD 1 TO w-ultimo-recibo.
           MOVE w-ultimo-recibo TO w-primer-recibo.
           MOVE w-ultimo-recibo TO rec-numero.
           MOVE soc-codigo TO rec-codigo.
           MOVE soc-nombre TO rec-nombre.
           MOVE tpl-periodo(1) TO rec-periodo.
           MOVE w-plan-total TO rec-monto.
           MOVE 0 TO rec-recargo.
           MOVE w-hoy TO rec-fecha.
           MOVE "T" TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           PERFORM VARYING w-pl FROM 1 BY 1 UNTIL w-pl > w-cant-plan
               MOVE soc-codigo TO cuota-codigo
               MOVE tpl-periodo(w-pl) TO cuota-periodo
               MOVE tpl-monto(w-pl) TO cuota-monto
               MOVE 0 TO cuota-recargo
               MOVE w-hoy TO cuota-fecha-pago
               MOVE w-ultimo-recibo TO cuota-recibo
               MOVE "C" TO cuota-tipo
               MOVE w-operador TO cuota-operador
               WRITE cuota-reg
               PERFORM 970-SINCRONIZAR-CUOTAS-IDX
           END-PERFORM.
       535-POSTEAR-APORTE.
           ADD 1 TO w-ultimo-recibo.
           IF w-primer-recibo = 0
               MOVE w-ultimo-recibo TO w-primer-recibo
           END-IF.
           MOVE w-ultimo-recibo TO rec-numero.
           MOVE soc-codigo TO rec-codigo.
           MOVE soc-nombre TO rec-nombre.
           MOVE tcg-fecha-gen(w-cg)(1:6) TO rec-periodo.
           MOVE tcg-monto(w-cg) TO rec-monto.
           MOVE 0 TO rec-recargo.
           MOVE w-hoy TO rec-fecha.
           MOVE "T" TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           MOVE soc-codigo TO cuota-codigo.
           MOVE tcg-fecha-gen(w-cg)(1:6) TO cuota-periodo.
           MOVE tcg-monto(w-cg) TO cuota-monto.
           MOVE 0 TO cuota-recargo.
           MOVE w-hoy TO cuota-fecha-pago.
           MOVE w-ultimo-recibo TO cuota-recibo.
           MOVE "E" TO cuota-tipo.
           MOVE w-operador TO cuota-operador.
           WRITE cuota-reg.
           PERFORM 970-SINCRONIZAR-CUOTAS-IDX.
           MOVE "C" TO tcg-estado(w-cg).
           MOVE w-ultimo-recibo TO tcg-recibo(w-cg).
           PERFORM 146-GRABAR-CARGOS-APORTES.
      * The manual queue: the operator who recognizes the payment
      * assigns it to a socio; a supervisor may set aside a credit
      * that is no member payment at all (socio 0).
       600-ASIGNAR-PENDIENTE.
           PERFORM 150-CARGAR-TRANSF.
           MOVE 0 TO w-hallado.
           DISPLAY "=== TRANSFERENCIAS PENDIENTES DE ASIGNACION ===".
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-ts
               IF tts-estado(w-s) = "P"
                   MOVE tts-importe(w-s) TO w-importe-edit
                   DISPLAY tts-numero(w-s), " ", tts-fecha-ext(w-s),
                       " ", w-importe-edit, " REF ",
                       tts-referencia(w-s)
                   DISPLAY "      CBU ", tts-cbu(w-s), " - ",
                       tts-razon(w-s)
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "No hay transferencias pendientes"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese numero de transferencia (0 = volver)".
           ACCEPT w-ts-numero.
           IF w-ts-numero = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-s FROM 1 BY 1
                   UNTIL w-s > w-cant-ts OR entrada-hallada
               IF tts-numero(w-s) = w-ts-numero AND
                  tts-estado(w-s) = "P"
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "La transferencia no esta pendiente"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-s.
           DISPLAY "Ingrese codigo de socio (0 = no es pago de socio)".
           ACCEPT w-soc-codigo.
           IF w-soc-codigo = 0
               PERFORM 610-DESCARTAR
           ELSE
               PERFORM 620-ASIGNAR-A-SOCIO
           END-IF.
       610-DESCARTAR.
           IF NOT nivel-supervisor
               DISPLAY "Operacion reservada a supervisores"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese motivo".
           ACCEPT w-razon.
           MOVE "D" TO tts-estado(w-s).
           MOVE 0 TO tts-codigo(w-s).
           MOVE w-razon TO tts-razon(w-s).
           MOVE w-hoy TO tts-fecha-proceso(w-s).
           MOVE w-operador TO tts-operador(w-s).
           PERFORM 155-GRABAR-TRANSF.
           DISPLAY "Transferencia descartada como pago de socio".
       620-ASIGNAR-A-SOCIO.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF categ-vitalicio OR categ-honorario OR socio-de-baja
               DISPLAY "Socio exento o de baja, no se asigna"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           PERFORM 170-ABRIR-MOVIMIENTOS.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE 1 TO w-simular.
           MOVE tts-importe(w-s) TO w-restante.
           PERFORM 500-DISTRIBUIR.
           MOVE w-plan-total TO w-importe-edit.
           DISPLAY "Cubre ", w-cant-plan, " periodos por ",
               w-importe-edit, " y ", w-cant-aportes-plan,
               " aportes".
           IF w-restante > 0
               MOVE w-restante TO w-importe-edit
               DISPLAY "Sobrante a saldo a favor: ", w-importe-edit
           END-IF.
           DISPLAY "Confirma la asignacion? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Asignacion cancelada"
               PERFORM 175-CERRAR-MOVIMIENTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-simular.
           MOVE tts-importe(w-s) TO w-restante.
           PERFORM 500-DISTRIBUIR.
           IF w-restante > 0
               PERFORM 630-SALDO-A-FAVOR
           END-IF.
           PERFORM 175-CERRAR-MOVIMIENTOS.
           MOVE "A" TO tts-estado(w-s).
           MOVE soc-codigo TO tts-codigo(w-s).
           MOVE w-primer-recibo TO tts-recibo(w-s).
           MOVE w-hoy TO tts-fecha-proceso(w-s).
           MOVE w-operador TO tts-operador(w-s).
           PERFORM 155-GRABAR-TRANSF.
           DISPLAY "Transferencia asignada, recibo nro ",
               w-primer-recibo.
           IF tts-cbu(w-s) NOT = SPACES
               DISPLAY "Registra la cuenta ", tts-cbu(w-s),
                   " para el socio? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta = "S" OR w-respuesta = "s"
                   MOVE tts-cbu(w-s) TO w-cbu
                   PERFORM 315-ANOTAR-CUENTA
               END-IF
           END-IF.
      * What the periods and aportes do not absorb stays with the
      * socio as saldo a favor, which CUOTAS-MANT offers at the next
      * payment.
       630-SALDO-A-FAVOR.
           OPEN EXTEND CREDITOS.
           IF w-creditos-status = "35"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.
           MOVE soc-codigo TO cred-codigo.
           MOVE w-hoy TO cred-fecha.
           MOVE "A" TO cred-tipo.
           MOVE w-restante TO cred-monto.
           MOVE w-primer-recibo TO cred-recibo.
           MOVE "TRANSFERENCIA NO IMPUTADA" TO cred-motivo.
           MOVE w-operador TO cred-operador.
           WRITE credito-reg.
           CLOSE CREDITOS.
           MOVE w-restante TO w-importe-edit.
           DISPLAY "Saldo a favor registrado: ", w-importe-edit.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Fin de transferencias de socios".
       END PROGRAM TRANSFERENCIAS-SOCIOS.
