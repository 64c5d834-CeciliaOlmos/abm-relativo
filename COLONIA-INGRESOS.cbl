      ******************************************************************
      * Author:
      * Date:
      * Purpose: Income summary of a summer camp season. For the
      *          requested season it prints into colonia-ingresos.txt
      *          one line per week of colonia-semanas.dat with the
      *          children enrolled at member and non-member price
      *          against the places of all the groups
      *          (colonia-grupos.dat), the amount enrolled, what was
      *          already paid with a camp recibo and what is still
      *          pending (colonia-inscripciones.dat), then the season
      *          totals and the recibos of colonia-pagos.dat split
      *          between cash and transfer.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLONIA-INGRESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyColSemanas.cpy.cbl".
           COPY "CpyColGrupos.cpy.cbl".
           COPY "CpyColInscrip.cpy.cbl".
           COPY "CpyColPagos.cpy.cbl".
           SELECT REPORTE ASSIGN TO "..\colonia-ingresos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyColSemanasReg.cpy.cbl".
           COPY "CpyColGruposReg.cpy.cbl".
           COPY "CpyColInscripReg.cpy.cbl".
           COPY "CpyColPagosReg.cpy.cbl".
       FD  REPORTE.
       01  reporte-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-col-semanas-status pic xx.
       77  w-col-grupos-status pic xx.
       77  w-col-inscrip-status pic xx.
       77  w-col-pagos-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-temporada pic 9(4) value 0.
       77  w-cupo pic 9(4) value 0.
      * The weeks of the season with their counters.
       77  w-cant-sem pic 9(3) value 0.
       77  w-s pic 9(3).
       77  w-sem-hallada pic 9 value 0.
           88 semana-hallada value 1.
       01  tab-semanas.
           05 sem-ent occurs 1 to 60 times
                   depending on w-cant-sem.
               07 tsm-semana pic 9(2).
               07 tsm-desde pic 9(8).
               07 tsm-hasta pic 9(8).
               07 tsm-socios pic 9(4).
               07 tsm-externos pic 9(4).
               07 tsm-inscripto pic 9(9)v99.
               07 tsm-cobrado pic 9(9)v99.
       77  w-tot-socios pic 9(5) value 0.
       77  w-tot-externos pic 9(5) value 0.
       77  w-tot-inscripto pic 9(9)v99 value 0.
       77  w-tot-cobrado pic 9(9)v99 value 0.
       77  w-pendiente pic 9(9)v99.
       77  w-efectivo pic 9(9)v99 value 0.
       77  w-transferencia pic 9(9)v99 value 0.
       77  w-recibos pic 9(5) value 0.
       01  w-cant-edit pic zzzz9.
       01  w-importe-edit pic zzzzzzzzz9.99.
       01  w-linea pic x(100).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 120-CARGAR-SEMANAS.
           PERFORM 130-SUMAR-CUPOS.
           PERFORM 200-ACUMULAR-INSCRIPCIONES.
           PERFORM 250-ACUMULAR-PAGOS.
           PERFORM 300-IMPRIMIR.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM UNTIL w-temporada > 1900
               DISPLAY "Temporada de colonia (AAAA)"
               ACCEPT w-temporada
           END-PERFORM.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO w-linea.
           STRING "=== COLONIA DE VACACIONES " DELIMITED BY SIZE
               w-temporada DELIMITED BY SIZE
               " - INGRESOS POR SEMANA ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       120-CARGAR-SEMANAS.
           MOVE 0 TO w-cant-sem.
           OPEN INPUT COL-SEMANAS.
           IF w-col-semanas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cs-temporada = w-temporada AND w-cant-sem < 60
                   ADD 1 TO w-cant-sem
                   MOVE cs-semana TO tsm-semana(w-cant-sem)
                   MOVE cs-desde TO tsm-desde(w-cant-sem)
                   MOVE cs-hasta TO tsm-hasta(w-cant-sem)
                   MOVE 0 TO tsm-socios(w-cant-sem)
                   MOVE 0 TO tsm-externos(w-cant-sem)
                   MOVE 0 TO tsm-inscripto(w-cant-sem)
                   MOVE 0 TO tsm-cobrado(w-cant-sem)
               END-IF
               READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-SEMANAS.
           MOVE 0 TO w-sen.
           IF w-cant-sem > 1
               SORT sem-ent ASCENDING tsm-semana
           END-IF.
      * Every group takes its cupo in every week of the season.
       130-SUMAR-CUPOS.
           MOVE 0 TO w-cupo.
           OPEN INPUT COL-GRUPOS.
           IF w-col-grupos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cg-temporada = w-temporada
                   ADD cg-cupo TO w-cupo
               END-IF
               READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-GRUPOS.
           MOVE 0 TO w-sen.
       200-ACUMULAR-INSCRIPCIONES.
           OPEN INPUT COL-INSCRIP.
           IF w-col-inscrip-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cin-temporada = w-temporada AND cin-activa
                   PERFORM 210-SUMAR-INSCRIPCION
               END-IF
               READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-INSCRIP.
           MOVE 0 TO w-sen.
       210-SUMAR-INSCRIPCION.
           MOVE 0 TO w-sem-hallada.
           PERFORM VARYING w-s FROM 1 BY 1
                   UNTIL w-s > w-cant-sem OR semana-hallada
               IF tsm-semana(w-s) = cin-semana
                   MOVE 1 TO w-sem-hallada
               END-IF
           END-PERFORM.
           IF NOT semana-hallada
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-s.
           IF cin-tarifa-socio
               ADD 1 TO tsm-socios(w-s)
               ADD 1 TO w-tot-socios
           ELSE
               ADD 1 TO tsm-externos(w-s)
               ADD 1 TO w-tot-externos
           END-IF.
           ADD cin-precio TO tsm-inscripto(w-s).
           ADD cin-precio TO w-tot-inscripto.
           IF cin-recibo NOT = 0
               ADD cin-precio TO tsm-cobrado(w-s)
               ADD cin-precio TO w-tot-cobrado
           END-IF.
       250-ACUMULAR-PAGOS.
           OPEN INPUT COL-PAGOS.
           IF w-col-pagos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-PAGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cp-temporada = w-temporada
                   ADD 1 TO w-recibos
                   IF cp-efectivo
                       ADD cp-monto TO w-efectivo
                   ELSE
                       ADD cp-monto TO w-transferencia
                   END-IF
               END-IF
               READ COL-PAGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-PAGOS.
           MOVE 0 TO w-sen.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           MOVE "SEM" TO w-linea(1:3).
           MOVE "DESDE" TO w-linea(5:5).
           MOVE "HASTA" TO w-linea(14:5).
           MOVE "SOCIO" TO w-linea(23:5).
           MOVE "NO SOC" TO w-linea(29:6).
           MOVE "CUPO" TO w-linea(37:4).
           MOVE "INSCRIPTO" TO w-linea(47:9).
           MOVE "COBRADO" TO w-linea(64:7).
           MOVE "PENDIENTE" TO w-linea(77:9).
           PERFORM 390-ESCRIBIR.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sem
               PERFORM 310-LINEA-SEMANA
           END-PERFORM.
           MOVE ALL "-" TO w-linea(1:85).
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "TOTAL TEMPORADA" TO w-linea(1:15).
           MOVE w-tot-socios TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(23:5).
           MOVE w-tot-externos TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(30:5).
           MOVE w-tot-inscripto TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(43:13).
           MOVE w-tot-cobrado TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(58:13).
           COMPUTE w-pendiente = w-tot-inscripto - w-tot-cobrado.
           MOVE w-pendiente TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(73:13).
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE w-recibos TO w-cant-edit.
           MOVE SPACES TO w-linea.
           STRING "RECIBOS DE COLONIA EMITIDOS: " DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "  EN EFECTIVO" TO w-linea(1:13).
           MOVE w-efectivo TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(58:13).
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "  POR TRANSFERENCIA" TO w-linea(1:19).
           MOVE w-transferencia TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(58:13).
           PERFORM 390-ESCRIBIR.
       310-LINEA-SEMANA.
           MOVE SPACES TO w-linea.
           MOVE tsm-semana(w-s) TO w-linea(2:2).
           MOVE tsm-desde(w-s) TO w-linea(5:8).
           MOVE tsm-hasta(w-s) TO w-linea(14:8).
           MOVE tsm-socios(w-s) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(23:5).
           MOVE tsm-externos(w-s) TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(30:5).
           MOVE w-cupo TO w-cant-edit.
           MOVE w-cant-edit TO w-linea(36:5).
           MOVE tsm-inscripto(w-s) TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(43:13).
           MOVE tsm-cobrado(w-s) TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(58:13).
           COMPUTE w-pendiente = tsm-inscripto(w-s)
               - tsm-cobrado(w-s).
           MOVE w-pendiente TO w-importe-edit.
           MOVE w-importe-edit TO w-linea(73:13).
           PERFORM 390-ESCRIBIR.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-linea.
           WRITE reporte-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE.
           MOVE "colonia-ingresos.txt" TO w-rep-archivo.
           MOVE "COLONIA" TO w-rep-informe.
           MOVE "COLONIA-INGRESOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en colonia-ingresos.txt".
       END PROGRAM COLONIA-INGRESOS.
