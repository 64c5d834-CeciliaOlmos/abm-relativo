      ******************************************************************
      * Author:
      * Date:
      * Purpose: Results of the campaigns for new members. For every
      *          campaign of campanias-ingreso.dat it prints into
      *          campanias-informe.txt how many socios joined under
      *          it (campanias-socios.dat), how many are still within
      *          the discounted periods and, of those whose campaign
      *          already ended, how many are still members (activo
      *          or on licencia in arch.dat) and how many of them are
      *          paying, that is have paid in cuotas.dat (receipts
      *          not annulled since) some period after the last
      *          discounted one. The retention is the paying ones
      *          over the ended ones, then the totals of all the
      *          campaigns.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANIAS-INFORME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyCampIngreso.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           SELECT REPORTE ASSIGN TO "..\campanias-informe.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyCampIngresoReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
       FD  REPORTE.
       01  reporte-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-cuotas-status pic xx.
       77  w-camp-ingreso-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy-periodo pic 9(6).
      * The campaigns with their counters.
       77  w-cant-camp pic 9(3) value 0.
       77  w-c pic 9(3).
       77  w-camp-hallada pic 9 value 0.
           88 campania-hallada value 1.
       01  tab-campanias.
           05 campanias-ent occurs 1 to 200 times
                   depending on w-cant-camp.
               07 tca-codigo pic x(6).
               07 tca-descripcion pic x(30).
               07 tca-estado pic x.
               07 tca-adheridos pic 9(5).
               07 tca-en-curso pic 9(5).
               07 tca-terminados pic 9(5).
               07 tca-activos pic 9(5).
               07 tca-pagando pic 9(5).
      * Per-socio data indexed by the socio code itself: the estado
      * in arch.dat and the last period paid with a valid receipt.
       01  tab-por-socio.
           05 por-socio-ent occurs 9999 times.
               07 tps-estado pic x.
               07 tps-ultimo-pago pic 9(6).
       77  w-cant-anulados pic 9(4) value 0.
       77  w-a pic 9(4).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 2000 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-tot-adheridos pic 9(5) value 0.
       77  w-tot-en-curso pic 9(5) value 0.
       77  w-tot-terminados pic 9(5) value 0.
       77  w-tot-activos pic 9(5) value 0.
       77  w-tot-pagando pic 9(5) value 0.
       77  w-retencion pic 9(3).
       01  w-cant-edit pic zzzz9.
       01  w-pct-edit pic zz9.
       01  w-linea pic x(100).
           COPY "CpyCampIngresoWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 110-CARGAR-CAMPANIAS.
           PERFORM 120-CARGAR-SOCIOS.
           PERFORM 130-CARGAR-ANULADOS.
           PERFORM 140-ULTIMOS-PAGOS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           PERFORM 200-ACUMULAR-ADHESIONES.
           PERFORM 300-IMPRIMIR.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyCampIngresoTar.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           INITIALIZE tab-por-socio.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO w-linea.
           STRING "=== CAMPANIAS DE INGRESO DE SOCIOS - RESULTADOS AL"
               DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               w-hoy-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       110-CARGAR-CAMPANIAS.
           MOVE 0 TO w-cant-camp.
           OPEN INPUT CAMP-INGRESO.
           IF w-camp-ingreso-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CAMP-INGRESO AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-camp < 200
                   ADD 1 TO w-cant-camp
                   MOVE w-cant-camp TO w-c
                   MOVE cai-codigo TO tca-codigo(w-c)
                   MOVE cai-descripcion TO tca-descripcion(w-c)
                   MOVE cai-estado TO tca-estado(w-c)
                   MOVE 0 TO tca-adheridos(w-c)
                   MOVE 0 TO tca-en-curso(w-c)
                   MOVE 0 TO tca-terminados(w-c)
                   MOVE 0 TO tca-activos(w-c)
                   MOVE 0 TO tca-pagando(w-c)
               END-IF
               READ CAMP-INGRESO AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CAMP-INGRESO.
           MOVE 0 TO w-sen.
           IF w-cant-camp > 1
               SORT campanias-ent ASCENDING tca-codigo
           END-IF.
       120-CARGAR-SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF soc-codigo NOT = 0
                           MOVE soc-estado TO tps-estado(soc-codigo)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
       130-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cuota-anulacion AND w-cant-anulados < 2000
                   ADD 1 TO w-cant-anulados
                   MOVE cuota-recibo TO ta-recibo(w-cant-anulados)
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen.
      * Only the dues themselves count as paying: common, convenio
      * and annual cuotas whose receipt was not annulled since.
       140-ULTIMOS-PAGOS.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cuota-codigo > 0 AND
                  (cuota-comun OR cuota-de-convenio OR cuota-anual)
                   IF cuota-periodo > tps-ultimo-pago(cuota-codigo)
                       PERFORM 145-VERIFICAR-ANULADO
                       IF NOT pago-anulado
                           MOVE cuota-periodo
                               TO tps-ultimo-pago(cuota-codigo)
                       END-IF
                   END-IF
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen.
       145-VERIFICAR-ANULADO.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = cuota-recibo
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
      * A socio whose last discounted period is already past has
      * finished the campaign; still a member means activo or on
      * licencia, and paying means a valid payment of a later period.
       200-ACUMULAR-ADHESIONES.
           PERFORM VARYING w-cs FROM 1 BY 1 UNTIL w-cs > w-cant-cas
               PERFORM 210-SUMAR-ADHESION
           END-PERFORM.
       210-SUMAR-ADHESION.
           MOVE 0 TO w-camp-hallada.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-camp OR campania-hallada
               IF tca-codigo(w-c) = tcp-campania(w-cs)
                   MOVE 1 TO w-camp-hallada
               END-IF
           END-PERFORM.
           IF NOT campania-hallada
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-c.
           ADD 1 TO tca-adheridos(w-c).
           IF tcp-hasta(w-cs) >= w-hoy-periodo
               ADD 1 TO tca-en-curso(w-c)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO tca-terminados(w-c).
           IF tps-estado(tcp-codigo(w-cs)) NOT = "A" AND
              tps-estado(tcp-codigo(w-cs)) NOT = "L"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO tca-activos(w-c).
           IF tps-ultimo-pago(tcp-codigo(w-cs)) > tcp-hasta(w-cs)
               ADD 1 TO tca-pagando(w-c)
           END-IF.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           MOVE "CAMP" TO w-linea(1:4).
           MOVE "DESCRIPCION" TO w-linea(8:11).
           MOVE "E" TO w-linea(39:1).
           MOVE "ADHER" TO w-linea(41:5).
           MOVE "CURSO" TO w-linea(48:5).
           MOVE "TERMIN" TO w-linea(54:6).
           MOVE "ACTIVOS" TO w-linea(61:7).
           MOVE "PAGANDO" TO w-linea(69:7).
           MOVE "%RET" TO w-linea(77:4).
           PERFORM 390-ESCRIBIR.
           IF w-cant-camp = 0
               MOVE SPACES TO w-linea
               MOVE "NO HAY CAMPANIAS REGISTRADAS" TO w-linea
               PERFORM 390-ESCRIBIR
           END-IF.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-camp
               PERFORM 310-LINEA-CAMPANIA
           END-PERFORM.
           MOVE ALL "-" TO w-linea(1:80).
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "TOTAL CAMPANIAS" TO w-linea(1:15).
           MOVE w-tot-adheridos TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(41:5).
           MOVE w-tot-en-curso TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(48:5).
           MOVE w-tot-terminados TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(55:5).
           MOVE w-tot-activos TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(63:5).
           MOVE w-tot-pagando TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(71:5).
           IF w-tot-terminados > 0
               COMPUTE w-retencion ROUNDED =
                   w-tot-pagando * 100 / w-tot-terminados
               MOVE w-retencion TO w-pct-edit
               MOVE w-pct-edit TO w-linea(78:3)
           END-IF.
           PERFORM 390-ESCRIBIR.
       310-LINEA-CAMPANIA.
           MOVE SPACES TO w-linea.
           MOVE tca-codigo(w-c) TO w-linea(1:6).
           MOVE tca-descripcion(w-c) TO w-linea(8:30).
           MOVE tca-estado(w-c) TO w-linea(39:1).
           MOVE tca-adheridos(w-c) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(41:5).
           MOVE tca-en-curso(w-c) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(48:5).
           MOVE tca-terminados(w-c) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(55:5).
           MOVE tca-activos(w-c) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(63:5).
           MOVE tca-pagando(w-c) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(71:5).
           IF tca-terminados(w-c) > 0
               COMPUTE w-retencion ROUNDED =
                   tca-pagando(w-c) * 100 / tca-terminados(w-c)
               MOVE w-retencion TO w-pct-edit
               MOVE w-pct-edit TO w-linea(78:3)
           END-IF.
           PERFORM 390-ESCRIBIR.
           ADD tca-adheridos(w-c) TO w-tot-adheridos.
           ADD tca-en-curso(w-c) TO w-tot-en-curso.
           ADD tca-terminados(w-c) TO w-tot-terminados.
           ADD tca-activos(w-c) TO w-tot-activos.
           ADD tca-pagando(w-c) TO w-tot-pagando.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-linea.
           WRITE reporte-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE.
           MOVE "campanias-informe.txt" TO w-rep-archivo.
           MOVE "CAMPANIAS" TO w-rep-informe.
           MOVE "CAMPANIAS-INFORME" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en campanias-informe.txt".
       END PROGRAM CAMPANIAS-INFORME.
