      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch cash remittance report for the central
      *          treasury. First reconciles the received remittances
      *          of remesas.dat still waiting for PROCESA-LOTES-SUC
      *          (differences are raised in alertas.dat). Then, for
      *          every sucursal, shows the cash taken in its lotes of
      *          lotes-sucursal.dat after the last day covered by a
      *          remittance, with the oldest such day, and marks the
      *          branches holding more than the REMESA-TOPE parameter
      *          of parametros.dat. Last, lists the remittances in
      *          transit, waiting for reconciliation or closed with a
      *          difference. The printout goes to remesas-sucursal.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REMESAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyRemesas.cpy.cbl".
           COPY "CpyLotesSuc.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT REPORTE-REM ASSIGN TO "..\remesas-sucursal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyRemesasReg.cpy.cbl".
           COPY "CpyLotesSucReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  REPORTE-REM.
       01  reporte-rem-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-lotes-suc-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-parametros-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-param pic 9.
           88 fin-parametros value 1.
       77  w-hoy pic 9(8).
       77  w-tope pic 9(6) value 100000.
       77  w-cant-suc pic 99 value 0.
       77  w-suc-i pic 99.
       77  w-hallado pic 9 value 0.
           88 sucursal-hallada value 1.
       77  w-a-conciliar pic 9(4) value 0.
       77  w-conciliadas pic 9(4) value 0.
       77  w-diferencias pic 9(4) value 0.
       77  w-excedidas pic 99 value 0.
       77  w-listadas pic 9(4) value 0.
       77  w-dias pic 9(5).
       01  vec-suc.
           03 suc-entry occurs 1 to 50 times
                   depending on w-cant-suc.
               05 cod-suc pic xxx.
               05 nom-suc pic x(11).
               05 ts-ult-hasta pic 9(8).
               05 ts-sin-remitir pic 9(8)v99.
               05 ts-items pic 9(5).
               05 ts-desde pic 9(8).
               05 ts-transito pic 9(8)v99.
       01  w-monto-edit pic zzzzzzz9.99.
       01  w-monto-edit-2 pic zzzzzzz9.99.
       01  w-tope-edit pic zzzzz9.
       01  w-linea pic x(100).
           COPY "CpyRemesasWS.cpy.cbl".
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONCILIAR.
           PERFORM 300-SIN-REMITIR.
           PERFORM 400-REMESAS-ABIERTAS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRemesa.cpy.cbl".
       COPY "CpyAlerta.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-PARAMETRO.
           PERFORM 110-CARGAR-SUCURSALES.
           PERFORM 900-CARGAR-REMESAS.
           OPEN OUTPUT REPORTE-REM.
           MOVE w-tope TO w-tope-edit.
           MOVE SPACES TO w-linea.
           STRING "=== REMESAS DE SUCURSALES A TESORERIA - "
                   DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " - TOPE SIN REMITIR " DELIMITED BY SIZE
               w-tope-edit DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       105-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-param
               READ PARAMETROS AT END MOVE 1 TO w-sen-param END-READ
               PERFORM UNTIL fin-parametros
                   IF param-clave = "REMESA-TOPE"
                       MOVE param-valor TO w-tope
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-param
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
       110-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-suc < 50
                       ADD 1 TO w-cant-suc
                       MOVE sm-codigo TO cod-suc(w-cant-suc)
                       MOVE sm-nombre TO nom-suc(w-cant-suc)
                       MOVE 0 TO ts-ult-hasta(w-cant-suc)
                       MOVE 0 TO ts-sin-remitir(w-cant-suc)
                       MOVE 0 TO ts-items(w-cant-suc)
                       MOVE 0 TO ts-desde(w-cant-suc)
                       MOVE 0 TO ts-transito(w-cant-suc)
                   END-IF
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
      * Locates sucursal w-rem-sucursal in vec-suc; a code met in the
      * lotes or the remittances but no longer in sucursales.dat is
      * added so its cash is not lost from the report.
       120-UBICAR-SUCURSAL.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-suc-i FROM 1 BY 1
                   UNTIL w-suc-i > w-cant-suc OR sucursal-hallada
               IF cod-suc(w-suc-i) = w-rem-sucursal
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF sucursal-hallada
               SUBTRACT 1 FROM w-suc-i
           ELSE
               IF w-cant-suc < 50
                   ADD 1 TO w-cant-suc
                   MOVE w-cant-suc TO w-suc-i
                   MOVE w-rem-sucursal TO cod-suc(w-suc-i)
                   MOVE "(SIN ALTA)" TO nom-suc(w-suc-i)
                   MOVE 0 TO ts-ult-hasta(w-suc-i)
                   MOVE 0 TO ts-sin-remitir(w-suc-i)
                   MOVE 0 TO ts-items(w-suc-i)
                   MOVE 0 TO ts-desde(w-suc-i)
                   MOVE 0 TO ts-transito(w-suc-i)
                   MOVE 1 TO w-hallado
               END-IF
           END-IF.
       200-CONCILIAR.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               IF trm-estado(w-rm) = "R"
                   ADD 1 TO w-a-conciliar
                   PERFORM 903-CONCILIAR-REMESA
                   EVALUATE trm-estado(w-rm)
                       WHEN "C"
                           ADD 1 TO w-conciliadas
                       WHEN "D"
                           ADD 1 TO w-diferencias
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF w-a-conciliar > 0
               PERFORM 901-GRABAR-REMESAS
           END-IF.
           MOVE SPACES TO w-linea.
           STRING "REMESAS A CONCILIAR: " DELIMITED BY SIZE
               w-a-conciliar DELIMITED BY SIZE
               "  CONCILIADAS HOY: " DELIMITED BY SIZE
               w-conciliadas DELIMITED BY SIZE
               "  CON DIFERENCIA: " DELIMITED BY SIZE
               w-diferencias DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
      * Cash not yet remitted: every lote item of a branch dated after
      * the last day its remittances cover, whatever its posting
      * state, since the money was taken at the counter either way.
       300-SIN-REMITIR.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               MOVE trm-sucursal(w-rm) TO w-rem-sucursal
               PERFORM 120-UBICAR-SUCURSAL
               IF sucursal-hallada
                   IF trm-hasta(w-rm) > ts-ult-hasta(w-suc-i)
                       MOVE trm-hasta(w-rm) TO ts-ult-hasta(w-suc-i)
                   END-IF
                   IF trm-estado(w-rm) = "E"
                       ADD trm-enviado(w-rm) TO ts-transito(w-suc-i)
                   END-IF
               END-IF
           END-PERFORM.
           OPEN INPUT LOTES-SUC.
           IF w-lotes-suc-status = "00"
               MOVE 0 TO w-sen
               READ LOTES-SUC AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   MOVE lote-sucursal TO w-rem-sucursal
                   PERFORM 120-UBICAR-SUCURSAL
                   IF sucursal-hallada
                       IF lote-fecha > ts-ult-hasta(w-suc-i)
                           PERFORM 310-SUMAR-ITEM
                       END-IF
                   END-IF
                   READ LOTES-SUC AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE LOTES-SUC
           END-IF.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "--- EFECTIVO SIN REMITIR POR SUCURSAL ---" TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "SUC NOMBRE      REMITIDO  SIN REMITIR ITEMS "
                   DELIMITED BY SIZE
               "DESDE     DIAS  EN TRANSITO" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           PERFORM VARYING w-suc-i FROM 1 BY 1
                   UNTIL w-suc-i > w-cant-suc
               PERFORM 320-LINEA-SUCURSAL
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "SUCURSALES SOBRE EL TOPE: " DELIMITED BY SIZE
               w-excedidas DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       310-SUMAR-ITEM.
           ADD lote-monto TO ts-sin-remitir(w-suc-i).
           ADD 1 TO ts-items(w-suc-i).
           IF ts-desde(w-suc-i) = 0 OR
              lote-fecha < ts-desde(w-suc-i)
               MOVE lote-fecha TO ts-desde(w-suc-i)
           END-IF.
       320-LINEA-SUCURSAL.
           MOVE 0 TO w-dias.
           IF ts-desde(w-suc-i) > 0 AND ts-desde(w-suc-i) < w-hoy
               COMPUTE w-dias = FUNCTION INTEGER-OF-DATE(w-hoy)
                   - FUNCTION INTEGER-OF-DATE(ts-desde(w-suc-i))
           END-IF.
           MOVE ts-sin-remitir(w-suc-i) TO w-monto-edit.
           MOVE ts-transito(w-suc-i) TO w-monto-edit-2.
           MOVE SPACES TO w-linea.
           STRING cod-suc(w-suc-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               nom-suc(w-suc-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ts-ult-hasta(w-suc-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ts-items(w-suc-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ts-desde(w-suc-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-dias DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-monto-edit-2 DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF ts-sin-remitir(w-suc-i) > w-tope
               ADD 1 TO w-excedidas
               MOVE "** SOBRE TOPE" TO w-linea(88:13)
           END-IF.
           PERFORM 390-ESCRIBIR.
       400-REMESAS-ABIERTAS.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "--- REMESAS EN TRANSITO, A CONCILIAR O CON DIFERENCIA"
               TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "NRO   SUC ENVIO    DIAS              ENVIADO     "
                   DELIMITED BY SIZE
               "CONTADO     LOTES       ESTADO" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               IF trm-estado(w-rm) NOT = "C"
                   PERFORM 410-LINEA-REMESA
               END-IF
           END-PERFORM.
           IF w-listadas = 0
               MOVE "(TODAS LAS REMESAS ESTAN CONCILIADAS)" TO w-linea
               PERFORM 390-ESCRIBIR
           END-IF.
       410-LINEA-REMESA.
           ADD 1 TO w-listadas.
           MOVE trm-enviado(w-rm) TO w-monto-edit.
           MOVE trm-contado(w-rm) TO w-monto-edit-2.
           MOVE trm-lotes(w-rm) TO w-rem-dif-edit.
           MOVE SPACES TO w-linea.
           STRING trm-numero(w-rm) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               trm-sucursal(w-rm) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               trm-fecha-envio(w-rm) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               trm-desde(w-rm) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               trm-hasta(w-rm) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-monto-edit-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-rem-dif-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           EVALUATE trm-estado(w-rm)
               WHEN "E"
                   MOVE "EN TRANSITO" TO w-linea(88:13)
               WHEN "R"
                   MOVE "A CONCILIAR" TO w-linea(88:13)
               WHEN OTHER
                   MOVE "DIFERENCIA" TO w-linea(88:13)
           END-EVALUATE.
           PERFORM 390-ESCRIBIR.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-rem-linea.
           WRITE reporte-rem-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-REM.
           MOVE "remesas-sucursal.txt" TO w-rep-archivo.
           MOVE "REMESAS" TO w-rep-informe.
           MOVE "REPORTE-REMESAS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en remesas-sucursal.txt".
       END PROGRAM REPORTE-REMESAS.
