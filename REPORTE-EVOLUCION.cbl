      *          ALTA-SINONIMO and REINGRESO entries), bajas with
      *          their motivo from bajas-hist.dat, and the running
      *          membership count is reconstructed backwards from the
      *          current population of arch.dat (activos,
      *          suspendidos and en licencia) by undoing every change
      *          recorded after each month end. Prints month by
      *          month: altas, bajas split by motivo, net growth and
      *          members at month end, into evolucion-anual.txt.
      *          Expulsions decided by the tribunal de disciplina
      *          (motivo 5) and the expiry of socios temporarios
      *          (motivo 6) have their own columns.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-bajas-hist-status.
           SELECT REPORTE-EVO ASSIGN TO "..\evolucion-anual.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
       FD  REPORTE-EVO.
       01  reporte-evo-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               05 ev-baja-pago pic 9(5).
               05 ev-baja-fallec pic 9(5).
               05 ev-baja-traslado pic 9(5).
               05 ev-baja-expulsion pic 9(5).
               05 ev-baja-vencimiento pic 9(5).
       77  w-net-posterior pic s9(6) value 0.
       77  w-actuales pic 9(5) value 0.
       77  w-net-mes pic s9(6).
           03 filler pic x(10) value "Diciembre".
       01  vec-nombres-meses redefines nombres-meses
           occurs 12 times pic x(10).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                          AND (socio-activo OR socio-suspendido OR
                               socio-licencia)
                           ADD 1 TO w-actuales
                       END-IF
               END-READ
                       ADD 1 TO ev-baja-pago(w-mes-reg)
                   WHEN 3
                       ADD 1 TO ev-baja-fallec(w-mes-reg)
                   WHEN 5
                       ADD 1 TO ev-baja-expulsion(w-mes-reg)
                   WHEN 6
                       ADD 1 TO ev-baja-vencimiento(w-mes-reg)
                   WHEN OTHER
                       ADD 1 TO ev-baja-traslado(w-mes-reg)
               END-EVALUATE
           END-STRING.
           MOVE w-linea TO reporte-evo-linea.
           WRITE reporte-evo-linea.
           MOVE "MES        ALTAS RENUN F.PAG FALLE TRASL EXPUL"
               & " VTEMP   NETO  SOCIOS" TO reporte-evo-linea.
           WRITE reporte-evo-linea.
      * The membership count is rebuilt backwards from the population
      * counted today: undoing the net of the years after the
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               COMPUTE w-bajas-mes =
                   ev-baja-renuncia(w-mes) + ev-baja-pago(w-mes) +
                   ev-baja-fallec(w-mes) + ev-baja-traslado(w-mes) +
                   ev-baja-expulsion(w-mes) + ev-baja-vencimiento(w-mes)
               COMPUTE w-net-anio =
                   w-net-anio + ev-altas(w-mes) - w-bajas-mes
           END-PERFORM.
       520-IMPRIMIR-MES.
           COMPUTE w-bajas-mes =
               ev-baja-renuncia(w-mes) + ev-baja-pago(w-mes) +
               ev-baja-fallec(w-mes) + ev-baja-traslado(w-mes) +
               ev-baja-expulsion(w-mes) + ev-baja-vencimiento(w-mes).
           COMPUTE w-net-mes = ev-altas(w-mes) - w-bajas-mes.
           ADD w-net-mes TO w-padron-acum.
           MOVE w-net-mes TO w-net-edit.
               " " DELIMITED BY SIZE
               ev-baja-traslado(w-mes) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ev-baja-expulsion(w-mes) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ev-baja-vencimiento(w-mes) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-net-edit DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-padron-edit DELIMITED BY SIZE
           END-STRING.
           MOVE w-linea TO reporte-evo-linea.
           WRITE reporte-evo-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-EVO.
           MOVE "evolucion-anual.txt" TO w-rep-archivo.
           MOVE "EVOLUCION" TO w-rep-informe.
           MOVE "REPORTE-EVOLUCION" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en evolucion-anual.txt".
       END PROGRAM REPORTE-EVOLUCION.
