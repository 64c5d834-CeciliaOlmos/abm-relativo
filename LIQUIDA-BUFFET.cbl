      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly settlement with the buffet concessionaire.
      *          The buffet consumptions of the month (tipo "C"
      *          movimientos with concepto BUFFET) are split per
      *          socio into what the dues path already collected and
      *          what is still pending in consumos-cargos.dat. The
      *          club pays the collected money less the monthly
      *          canon (parametro BUFFET-CANON) and the agreed
      *          commission (BUFFET-COMISION-PCT). Pending amounts
      *          are carried forward in liq-buffet-det.dat and paid
      *          by the first settlement that finds them collected.
      *          A cargo declared uncollectable here leaves the dues
      *          path; the next settlement pays the share the club
      *          agreed to absorb (BUFFET-INCOBR-CLUB, zero when
      *          absent) and the concessionaire bears the rest. Each
      *          settlement is numbered from liq-buffet-ctl.dat,
      *          kept in liq-buffet.dat and printed for signature in
      *          liquidacion-buffet.txt. Reserved to supervisors.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-BUFFET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpyConsumosCargos.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyLiqBuffet.cpy.cbl".
           COPY "CpyLiqBuffetDet.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT LIQ-BUFFET-CTL ASSIGN TO "..\liq-buffet-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-liq-buffet-ctl-status.
           SELECT DOCUMENTO ASSIGN TO "..\liquidacion-buffet.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpyConsumosCargosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyLiqBuffetReg.cpy.cbl".
           COPY "CpyLiqBuffetDetReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  LIQ-BUFFET-CTL.
       01  liq-buffet-ctl-reg.
           03 lbctl-ultima pic 9(6).
       FD  DOCUMENTO.
       01  documento-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-movimientos-status pic xx.
       77  w-consumos-cargos-status pic xx.
       77  w-parametros-status pic xx.
       77  w-liq-buffet-status pic xx.
       77  w-liq-buffet-det-status pic xx.
       77  w-liq-buffet-ctl-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-periodo pic 9(6).
       77  w-mes pic 9(2).
       77  w-per-cargo pic 9(6).
       77  w-soc-codigo pic 9(4).
       77  w-respuesta pic x.
       77  w-ultima pic 9(6) value 0.
       77  w-ya-liquidado pic 9 value 0.
           88 periodo-liquidado value 1.
       77  w-canon pic 9(6) value 0.
       77  w-comision-pct pic 9(6) value 0.
       77  w-incobr-club-pct pic 9(6) value 0.
       77  w-estado pic x.
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-cant-soc pic 9(4) value 0.
       77  w-s pic 9(4).
       01  tab-buffet.
           05 buffet-ent occurs 1 to 2000 times
                   depending on w-cant-soc.
               07 tb-codigo pic 9(4).
               07 tb-monto pic 9(7)v99.
       77  w-cant-cc pic 9(4) value 0.
       77  w-c pic 9(4).
       01  tab-cargos.
           05 cargos-ent occurs 1 to 5000 times
                   depending on w-cant-cc.
               07 tcc-periodo pic 9(6).
               07 tcc-codigo pic 9(4).
               07 tcc-monto pic 9(7)v99.
               07 tcc-estado pic x.
               07 tcc-recibo pic 9(6).
       77  w-cant-det pic 9(5) value 0.
       77  w-d pic 9(5).
       01  tab-detalle.
           05 detalle-ent occurs 1 to 9999 times
                   depending on w-cant-det.
               07 td-numero pic 9(6).
               07 td-periodo pic 9(6).
               07 td-codigo pic 9(4).
               07 td-monto pic 9(7)v99.
               07 td-estado pic x.
               07 td-resuelta pic 9(6).
       77  w-consumido pic 9(9)v99.
       77  w-cobrado pic 9(9)v99.
       77  w-pendiente pic 9(9)v99.
       77  w-cobrado-ant pic 9(9)v99.
       77  w-incobrable pic 9(9)v99.
       77  w-incobr-club pic 9(9)v99.
       77  w-base pic 9(9)v99.
       77  w-comision pic 9(9)v99.
       77  w-neto pic s9(9)v99.
       01  w-importe-edit pic zzzzzzzz9.99.
       01  w-neto-edit pic -zzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LIQUIDA-BUFFET" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           IF NOT nivel-supervisor
               DISPLAY "La liquidacion del buffet esta reservada a"
                   " supervisores"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-PARAMETROS.
       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "BUFFET-CANON"
                       MOVE param-valor TO w-canon
                   END-IF
                   IF param-clave = "BUFFET-COMISION-PCT"
                       MOVE param-valor TO w-comision-pct
                   END-IF
                   IF param-clave = "BUFFET-INCOBR-CLUB"
                       MOVE param-valor TO w-incobr-club-pct
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
           IF w-incobr-club-pct > 100
               MOVE 100 TO w-incobr-club-pct
           END-IF.
       107-LEER-ULTIMA.
           MOVE 0 TO w-ultima.
           OPEN INPUT LIQ-BUFFET-CTL.
           IF w-liq-buffet-ctl-status = "00"
               READ LIQ-BUFFET-CTL
                   NOT AT END
                       MOVE lbctl-ultima TO w-ultima
               END-READ
               CLOSE LIQ-BUFFET-CTL
           END-IF.
       108-GRABAR-ULTIMA.
           OPEN OUTPUT LIQ-BUFFET-CTL.
           MOVE w-ultima TO lbctl-ultima.
           WRITE liq-buffet-ctl-reg.
           CLOSE LIQ-BUFFET-CTL.
       110-CARGAR-CARGOS.
           MOVE 0 TO w-cant-cc.
           OPEN INPUT CONSUMOS-CARGOS.
           IF w-consumos-cargos-status = "00"
               MOVE 0 TO w-sen
               READ CONSUMOS-CARGOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-cc
                   MOVE cc-periodo TO tcc-periodo(w-cant-cc)
                   MOVE cc-codigo TO tcc-codigo(w-cant-cc)
                   MOVE cc-monto TO tcc-monto(w-cant-cc)
                   MOVE cc-estado TO tcc-estado(w-cant-cc)
                   MOVE cc-recibo TO tcc-recibo(w-cant-cc)
                   READ CONSUMOS-CARGOS AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS-CARGOS
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-CARGOS.
           OPEN OUTPUT CONSUMOS-CARGOS.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cc
               MOVE tcc-periodo(w-c) TO cc-periodo
               MOVE tcc-codigo(w-c) TO cc-codigo
               MOVE tcc-monto(w-c) TO cc-monto
               MOVE tcc-estado(w-c) TO cc-estado
               MOVE tcc-recibo(w-c) TO cc-recibo
               WRITE consumo-cargo-reg
           END-PERFORM.
           CLOSE CONSUMOS-CARGOS.
       130-CARGAR-DETALLE.
           MOVE 0 TO w-cant-det.
           OPEN INPUT LIQ-BUFFET-DET.
           IF w-liq-buffet-det-status = "00"
               MOVE 0 TO w-sen
               READ LIQ-BUFFET-DET AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-det
                   MOVE lbd-numero TO td-numero(w-cant-det)
                   MOVE lbd-periodo TO td-periodo(w-cant-det)
                   MOVE lbd-codigo TO td-codigo(w-cant-det)
                   MOVE lbd-monto TO td-monto(w-cant-det)
                   MOVE lbd-estado TO td-estado(w-cant-det)
                   MOVE lbd-resuelta TO td-resuelta(w-cant-det)
                   READ LIQ-BUFFET-DET AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE LIQ-BUFFET-DET
           END-IF.
           MOVE 0 TO w-sen.
       140-GRABAR-DETALLE.
           OPEN OUTPUT LIQ-BUFFET-DET.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-det
               MOVE td-numero(w-d) TO lbd-numero
               MOVE td-periodo(w-d) TO lbd-periodo
               MOVE td-codigo(w-d) TO lbd-codigo
               MOVE td-monto(w-d) TO lbd-monto
               MOVE td-estado(w-d) TO lbd-estado
               MOVE td-resuelta(w-d) TO lbd-resuelta
               WRITE liq-buffet-det-reg
           END-PERFORM.
           CLOSE LIQ-BUFFET-DET.
       150-VERIFICAR-LIQUIDADO.
           MOVE 0 TO w-ya-liquidado.
           OPEN INPUT LIQ-BUFFET.
           IF w-liq-buffet-status = "00"
               MOVE 0 TO w-sen
               READ LIQ-BUFFET AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF lb-periodo = w-periodo
                       MOVE 1 TO w-ya-liquidado
                   END-IF
                   READ LIQ-BUFFET AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE LIQ-BUFFET
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Liquidar un periodo al concesionario"
           DISPLAY "2- Declarar incobrable un cargo de consumo"
           DISPLAY "3- Listar liquidaciones emitidas"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-LIQUIDAR
               WHEN 2
                   PERFORM 600-DECLARAR-INCOBRABLE
               WHEN 3
                   PERFORM 700-LISTAR-LIQUIDACIONES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Only a closed month is settled, and only once: the month has
      * to be consolidated by CONSUMOS-CAJA first, otherwise every
      * consumption of it would show as pending.
       400-LIQUIDAR.
           MOVE 0 TO w-mes.
           PERFORM UNTIL w-mes >= 1 AND w-mes <= 12
               DISPLAY "Ingrese periodo a liquidar (AAAAMM)"
               ACCEPT w-periodo
               MOVE w-periodo(5:2) TO w-mes
           END-PERFORM.
           IF w-periodo NOT < w-hoy(1:6)
               DISPLAY "Solo se liquidan meses ya cerrados"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 150-VERIFICAR-LIQUIDADO.
           IF periodo-liquidado
               DISPLAY "El periodo ", w-periodo, " ya fue liquidado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-ACUMULAR-BUFFET.
           PERFORM 110-CARGAR-CARGOS.
           PERFORM 130-CARGAR-DETALLE.
           PERFORM 107-LEER-ULTIMA.
           ADD 1 TO w-ultima.
           MOVE 0 TO w-consumido.
           MOVE 0 TO w-cobrado.
           MOVE 0 TO w-pendiente.
           MOVE 0 TO w-cobrado-ant.
           MOVE 0 TO w-incobrable.
           PERFORM 430-RESOLVER-ANTERIORES.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-soc
               PERFORM 420-CLASIFICAR-SOCIO
           END-PERFORM.
           IF w-consumido = 0 AND w-cobrado-ant = 0 AND
              w-incobrable = 0
               DISPLAY "Sin consumos de buffet en el periodo y sin"
                   " pendientes resueltos"
           END-IF.
           COMPUTE w-incobr-club ROUNDED =
               w-incobrable * w-incobr-club-pct / 100.
           COMPUTE w-base = w-cobrado + w-cobrado-ant + w-incobr-club.
           COMPUTE w-comision ROUNDED = w-base * w-comision-pct / 100.
           COMPUTE w-neto = w-base - w-comision - w-canon.
           MOVE w-neto TO w-neto-edit.
           DISPLAY "Liquidacion del periodo ", w-periodo,
               " neto al concesionario: ", w-neto-edit.
           DISPLAY "Confirma la emision? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Liquidacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 140-GRABAR-DETALLE.
           PERFORM 440-GRABAR-LIQUIDACION.
           PERFORM 108-GRABAR-ULTIMA.
           PERFORM 500-IMPRIMIR.
           DISPLAY "Liquidacion nro ", w-ultima,
               " emitida en liquidacion-buffet.txt".
       410-ACUMULAR-BUFFET.
           MOVE 0 TO w-cant-soc.
           OPEN INPUT MOVIMIENTOS.
           IF w-movimientos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ MOVIMIENTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF mov-consumo AND mov-concepto = "BUFFET" AND
                  mov-fecha(1:6) = w-periodo
                   PERFORM 415-ACUMULAR-SOCIO
               END-IF
               READ MOVIMIENTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE MOVIMIENTOS.
           MOVE 0 TO w-sen.
       415-ACUMULAR-SOCIO.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-s FROM 1 BY 1
                   UNTIL w-s > w-cant-soc OR entrada-hallada
               IF tb-codigo(w-s) = mov-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-s
           ELSE
               ADD 1 TO w-cant-soc
               MOVE w-cant-soc TO w-s
               MOVE mov-codigo TO tb-codigo(w-s)
               MOVE 0 TO tb-monto(w-s)
           END-IF.
           ADD mov-monto TO tb-monto(w-s).
      * The cargo of the period carries buffet and proshop together;
      * its estado decides the buffet part of that socio as a whole.
       420-CLASIFICAR-SOCIO.
           MOVE tb-codigo(w-s) TO w-soc-codigo.
           MOVE w-periodo TO w-per-cargo.
           PERFORM 450-ESTADO-CARGO.
           ADD tb-monto(w-s) TO w-consumido.
           ADD 1 TO w-cant-det.
           MOVE w-ultima TO td-numero(w-cant-det).
           MOVE w-periodo TO td-periodo(w-cant-det).
           MOVE w-soc-codigo TO td-codigo(w-cant-det).
           MOVE tb-monto(w-s) TO td-monto(w-cant-det).
           MOVE w-estado TO td-estado(w-cant-det).
           EVALUATE w-estado
               WHEN "C"
                   ADD tb-monto(w-s) TO w-cobrado
                   MOVE w-ultima TO td-resuelta(w-cant-det)
               WHEN "I"
                   ADD tb-monto(w-s) TO w-incobrable
                   MOVE w-ultima TO td-resuelta(w-cant-det)
               WHEN OTHER
                   ADD tb-monto(w-s) TO w-pendiente
                   MOVE 0 TO td-resuelta(w-cant-det)
           END-EVALUATE.
       430-RESOLVER-ANTERIORES.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-det
               IF td-estado(w-d) = "P"
                   MOVE td-periodo(w-d) TO w-per-cargo
                   MOVE td-codigo(w-d) TO w-soc-codigo
                   PERFORM 450-ESTADO-CARGO
                   IF w-estado = "C"
                       ADD td-monto(w-d) TO w-cobrado-ant
                       MOVE "C" TO td-estado(w-d)
                       MOVE w-ultima TO td-resuelta(w-d)
                   END-IF
                   IF w-estado = "I"
                       ADD td-monto(w-d) TO w-incobrable
                       MOVE "I" TO td-estado(w-d)
                       MOVE w-ultima TO td-resuelta(w-d)
                   END-IF
               END-IF
           END-PERFORM.
       440-GRABAR-LIQUIDACION.
           OPEN EXTEND LIQ-BUFFET.
           IF w-liq-buffet-status = "35"
               OPEN OUTPUT LIQ-BUFFET
               CLOSE LIQ-BUFFET
               OPEN EXTEND LIQ-BUFFET
           END-IF.
           MOVE w-ultima TO lb-numero.
           MOVE w-periodo TO lb-periodo.
           MOVE w-hoy TO lb-fecha.
           MOVE w-consumido TO lb-consumido.
           MOVE w-cobrado TO lb-cobrado.
           MOVE w-pendiente TO lb-pendiente.
           MOVE w-cobrado-ant TO lb-cobrado-ant.
           MOVE w-incobrable TO lb-incobrable.
           MOVE w-incobr-club TO lb-incobr-club.
           MOVE w-canon TO lb-canon.
           MOVE w-comision TO lb-comision.
           MOVE w-neto TO lb-neto.
           MOVE w-operador TO lb-operador.
           WRITE liq-buffet-reg.
           CLOSE LIQ-BUFFET.
      * A socio with buffet consumption but no cargo yet counts as
      * pending.
       450-ESTADO-CARGO.
           MOVE "P" TO w-estado.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cc
               IF tcc-periodo(w-c) = w-per-cargo AND
                  tcc-codigo(w-c) = w-soc-codigo
                   MOVE tcc-estado(w-c) TO w-estado
               END-IF
           END-PERFORM.
       500-IMPRIMIR.
           OPEN OUTPUT DOCUMENTO.
           MOVE SPACES TO w-linea.
           STRING "LIQUIDACION AL CONCESIONARIO DEL BUFFET NRO "
                   DELIMITED BY SIZE
               w-ultima DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               "   FECHA DE EMISION " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 590-ESCRIBIR.
           MOVE "CONSUMOS DE BUFFET DEL PERIODO" TO w-linea.
           MOVE w-consumido TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "  COBRADOS A LOS SOCIOS" TO w-linea.
           MOVE w-cobrado TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "  PENDIENTES DE COBRO (A LIQUIDAR)" TO w-linea.
           MOVE w-pendiente TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "COBRADOS DE PERIODOS ANTERIORES" TO w-linea.
           MOVE w-cobrado-ant TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "DECLARADOS INCOBRABLES" TO w-linea.
           MOVE w-incobrable TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "  A CARGO DEL CLUB" TO w-linea.
           MOVE w-incobr-club TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE SPACES TO w-linea.
           PERFORM 590-ESCRIBIR.
           MOVE "BASE A LIQUIDAR" TO w-linea.
           MOVE w-base TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE SPACES TO w-linea.
           STRING "MENOS COMISION " DELIMITED BY SIZE
               w-comision-pct DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-comision TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE "MENOS CANON MENSUAL" TO w-linea.
           MOVE w-canon TO w-importe-edit.
           PERFORM 580-LINEA-IMPORTE.
           MOVE SPACES TO w-linea.
           IF w-neto < 0
               MOVE "SALDO A FAVOR DEL CLUB" TO w-linea
           ELSE
               MOVE "NETO A PAGAR AL CONCESIONARIO" TO w-linea
           END-IF.
           MOVE w-neto TO w-neto-edit.
           MOVE w-neto-edit TO w-linea(40:13).
           PERFORM 590-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 590-ESCRIBIR.
           PERFORM 590-ESCRIBIR.
           MOVE "_____________________      _____________________"
               TO w-linea.
           PERFORM 590-ESCRIBIR.
           MOVE "  POR EL CLUB                 EL CONCESIONARIO"
               TO w-linea.
           PERFORM 590-ESCRIBIR.
           CLOSE DOCUMENTO.
           MOVE "liquidacion-buffet.txt" TO w-rep-archivo.
           MOVE "LIQ-BUFFET" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       580-LINEA-IMPORTE.
           MOVE w-importe-edit TO w-linea(41:12).
           PERFORM 590-ESCRIBIR.
       590-ESCRIBIR.
           MOVE w-linea TO documento-linea.
           WRITE documento-linea.
      * The written-off cargo is no longer offered by CUOTAS-MANT;
      * the buffet part of it reaches the concessionaire through the
      * next settlement in the share agreed for uncollectables.
       600-DECLARAR-INCOBRABLE.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           DISPLAY "Ingrese periodo del cargo (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 110-CARGAR-CARGOS.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-cc OR entrada-hallada
               IF tcc-periodo(w-c) = w-periodo AND
                  tcc-codigo(w-c) = w-soc-codigo AND
                  tcc-estado(w-c) = "P"
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "No hay un cargo pendiente del socio en ese"
                   " periodo"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-c.
           MOVE tcc-monto(w-c) TO w-importe-edit.
           DISPLAY "Cargo de consumos ", w-periodo, " por ",
               w-importe-edit, ". Declarar incobrable? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO tcc-estado(w-c).
           PERFORM 120-GRABAR-CARGOS.
           DISPLAY "Cargo declarado incobrable".
       700-LISTAR-LIQUIDACIONES.
           OPEN INPUT LIQ-BUFFET.
           IF w-liq-buffet-status NOT = "00"
               DISPLAY "No hay liquidaciones emitidas"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ LIQ-BUFFET AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE lb-neto TO w-neto-edit
               MOVE lb-pendiente TO w-importe-edit
               DISPLAY lb-numero, " PERIODO ", lb-periodo,
                   " EMITIDA ", lb-fecha, " PENDIENTE ",
                   w-importe-edit, " NETO ", w-neto-edit
               READ LIQ-BUFFET AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE LIQ-BUFFET.
           MOVE 0 TO w-sen.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM LIQUIDA-BUFFET.
