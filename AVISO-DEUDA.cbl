      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aviso de deuda payable at the cash collection network
      *          (Rapipago / Pago Facil). For each requested socio it
      *          derives the owed periods the way ESTADO-CUENTA.cbl
      *          does - last period paid with annulled recibos
      *          filtered out - and prices them as DEBITO-RESPUESTA
      *          will post them: accrued amount of devengos.dat, or
      *          else tariff in force less the vigente beca, closed
      *          periods skipped. The slip carries the
      *          owed range, the amount, a due date AVISO-RED-DIAS
      *          days ahead (parameter, default 10) and the network
      *          barcode of CpyCodigoBarras with the last owed period,
      *          so COBRANZA-RED settles every owed period when the
      *          member pays it. Output goes to aviso-deuda.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-DEUDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT AVISO-IMPRESO ASSIGN TO "..\aviso-deuda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-aviso-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  AVISO-IMPRESO.
       01  aviso-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-becas-status pic xx.
       77  w-periodos-status pic xx.
       77  w-parametros-status pic xx.
       77  w-aviso-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       01  w-hoy-periodo pic 9(6).
       01  w-hoy-periodo-r redefines w-hoy-periodo pic x(6).
       77  w-anio-hoy pic 9(4).
       77  w-mes-hoy pic 9(2).
       77  w-plazo-dias pic 9(3) value 10.
       77  w-vence pic 9(8).
       01  w-periodo-max pic 9(6).
       01  w-periodo-r redefines w-periodo-max pic x(6).
       01  w-hay-pago pic 9 value 0.
           88 hay-pago value 1.
       77  w-anio-pago pic 9(4).
       77  w-mes-pago pic 9(2).
       77  w-periodo-desde pic 9(6).
       77  w-periodo-hasta pic 9(6).
       77  w-periodo-iter pic 9(6).
       77  w-meses-iter pic 9(6).
       77  w-iter-anio pic 9(4).
       77  w-iter-mes pic 9(2).
       77  w-cant-adeudados pic 9(3).
       77  w-total-deuda pic 9(8)v99.
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
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
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
       77  w-avisos pic 9(4) value 0.
       01  w-linea pic x(80).
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyCodigoBarrasWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           DISPLAY "Ingrese codigo de socio (0 = fin)".
           ACCEPT w-soc-codigo.
           PERFORM UNTIL w-soc-codigo = 0
               PERFORM 200-EMITIR-AVISO
               DISPLAY "Ingrese codigo de socio (0 = fin)"
               ACCEPT w-soc-codigo
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           MOVE w-hoy-periodo-r(1:4) TO w-anio-hoy.
           MOVE w-hoy-periodo-r(5:2) TO w-mes-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 125-CARGAR-ANULADOS.
           PERFORM 130-CARGAR-PERIODOS.
           PERFORM 138-CARGAR-BECAS.
           COMPUTE w-vence = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-hoy) + w-plazo-dias).
           OPEN INPUT SOCIOS.
           OPEN EXTEND AVISO-IMPRESO.
           IF w-aviso-status = "35"
               OPEN OUTPUT AVISO-IMPRESO
               CLOSE AVISO-IMPRESO
               OPEN EXTEND AVISO-IMPRESO
           END-IF.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   EVALUATE param-clave
                       WHEN "RED-COBRO-ENTE"
                           MOVE param-valor TO w-cb-ente
                       WHEN "AVISO-RED-DIAS"
                           MOVE param-valor TO w-plazo-dias
                   END-EVALUATE
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
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
       200-EMITIR-AVISO.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF categ-vitalicio OR categ-honorario OR socio-de-baja
               DISPLAY "Socio exento o de baja, no se emite aviso"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 360-CALCULAR-DEUDA.
           IF w-cant-adeudados = 0
               DISPLAY "Socio con cuotas al dia, no se emite aviso"
               EXIT PARAGRAPH
           END-IF.
      * The network barcode carries at most 999999.99; a larger debt
      * goes to the desk, where a convenio can be offered.
           IF w-total-deuda > 999999.99
               DISPLAY "Deuda superior al maximo del codigo de"
                   " barras, debe regularizarse en caja"
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-codigo TO w-cb-codigo.
           MOVE w-periodo-hasta TO w-cb-periodo.
           MOVE w-total-deuda TO w-cb-importe.
           MOVE w-vence TO w-cb-vence.
           PERFORM 984-ARMAR-CODIGO-BARRAS.
           PERFORM 300-IMPRIMIR-AVISO.
           ADD 1 TO w-avisos.
           DISPLAY "Aviso de deuda emitido en aviso-deuda.txt".
       300-IMPRIMIR-AVISO.
           MOVE ALL "=" TO aviso-linea.
           WRITE aviso-linea.
           MOVE SPACES TO w-linea.
           STRING "AVISO DE DEUDA AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " - PAGABLE EN RAPIPAGO / PAGO FACIL"
                   DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO aviso-linea.
           WRITE aviso-linea.
           MOVE SPACES TO w-linea.
           STRING "SOCIO " DELIMITED BY SIZE
               soc-codigo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               soc-nombre DELIMITED BY SIZE
               "  CATEGORIA " DELIMITED BY SIZE
               soc-categoria DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO aviso-linea.
           WRITE aviso-linea.
           MOVE SPACES TO w-linea.
           STRING "PERIODOS ADEUDADOS: " DELIMITED BY SIZE
               w-cant-adeudados DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               w-periodo-desde DELIMITED BY SIZE
               " HASTA " DELIMITED BY SIZE
               w-periodo-hasta DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO aviso-linea.
           WRITE aviso-linea.
           MOVE w-total-deuda TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "IMPORTE A PAGAR: " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               "   VENCIMIENTO: " DELIMITED BY SIZE
               w-vence DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO aviso-linea.
           WRITE aviso-linea.
           MOVE SPACES TO w-linea.
           STRING "CODIGO DE BARRAS: " DELIMITED BY SIZE
               w-cb-barra DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO aviso-linea.
           WRITE aviso-linea.
           MOVE "PASADO EL VENCIMIENTO SOLICITE UN NUEVO AVISO"
               TO aviso-linea.
           WRITE aviso-linea.
       350-BUSCAR-ULTIMO-PAGO.
           MOVE 0 TO w-hay-pago.
           MOVE 0 TO w-periodo-max.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen-aux
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
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
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen-aux.
           IF NOT hay-pago
               MOVE soc-fecha-alta(1:6) TO w-periodo-max
           END-IF.
       360-CALCULAR-DEUDA.
           MOVE 0 TO w-cant-adeudados.
           MOVE 0 TO w-total-deuda.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
           COMPUTE w-meses-iter = w-anio-pago * 12 + w-mes-pago.
           IF hay-pago
               ADD 1 TO w-meses-iter
           END-IF.
           MOVE 0 TO w-periodo-desde.
           MOVE 0 TO w-periodo-hasta.
           PERFORM UNTIL w-meses-iter >
                   (w-anio-hoy * 12 + w-mes-hoy)
               COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
               COMPUTE w-iter-mes =
                   w-meses-iter - (w-iter-anio * 12)
               COMPUTE w-periodo-iter =
                   w-iter-anio * 100 + w-iter-mes
               PERFORM 365-BUSCAR-TARIFA
               PERFORM 366-APLICAR-BECA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               PERFORM 140-PERIODO-CERRADO
               IF w-tarifa-monto NOT = 0 AND
                  NOT periodo-esta-cerrado
                   IF w-periodo-desde = 0
                       MOVE w-periodo-iter TO w-periodo-desde
                   END-IF
                   MOVE w-periodo-iter TO w-periodo-hasta
                   ADD w-tarifa-monto TO w-total-deuda
                   ADD 1 TO w-cant-adeudados
               END-IF
               ADD 1 TO w-meses-iter
           END-PERFORM.
       365-BUSCAR-TARIFA.
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
       366-APLICAR-BECA.
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
       COPY "CpyCodigoBarras.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS.
           CLOSE AVISO-IMPRESO.
           DISPLAY "Avisos de deuda emitidos: ", w-avisos.
       END PROGRAM AVISO-DEUDA.
