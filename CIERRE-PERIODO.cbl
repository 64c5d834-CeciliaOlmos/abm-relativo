      *          cierre-periodo.txt and marks the period cerrado in
      *          periodos.dat; from then on CUOTAS-MANT and
      *          DEBITO-RESPUESTA refuse postings into it. A
      *          supervisor can reopen a period here, only under a
      *          resolution of the libro de actas (resoluciones.dat);
      *          the reopening is recorded (estado A) and logged to
      *          resoluciones-actos.dat so the trail of the decision
      *          survives.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           SELECT REPORTE-CIERRE ASSIGN TO "..\cierre-periodo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-reporte-status.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
       FD  REPORTE-CIERRE.
       01  reporte-cierre-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-tot-recargos pic 9(9)v99.
       01  w-importe-edit pic zzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CIERRE-PERIODO" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           OPEN INPUT SOCIOS.
           MOVE w-linea TO reporte-cierre-linea.
           WRITE reporte-cierre-linea.
           CLOSE REPORTE-CIERRE.
           MOVE "cierre-periodo.txt" TO w-rep-archivo.
           MOVE "CIERRE-PERIODO" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       500-REABRIR-PERIODO.
           IF NOT nivel-supervisor
               DISPLAY "La reapertura esta reservada a supervisores"
           PERFORM 350-VERIFICAR-CERRADO.
           IF NOT periodo-esta-cerrado
               DISPLAY "El periodo no esta cerrado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO per-estado.
           PERFORM 360-GRABAR-MARCA.
           MOVE "REABRE PERIODO" TO w-res-accion.
           MOVE w-periodo TO w-res-clave.
           PERFORM 946-REGISTRAR-ACTO.
           DISPLAY "Periodo ", w-periodo, " reabierto".
       600-LISTAR-PERIODOS.
           OPEN INPUT PERIODOS.
           IF w-periodos-status NOT = "00"
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS.
       END PROGRAM CIERRE-PERIODO.
