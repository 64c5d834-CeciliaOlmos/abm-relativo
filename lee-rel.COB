      *          sequentially by relative record number (skipping the
      *          w-oficina free-list header slot), with a trailing
      *          record-count summary.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".

           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
       FD  REPORTE.
       01  reporte-linea pic x(80).

           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
           COPY "CpyArchStatusWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LEE-REL" TO w-programa-log.
           MOVE w-linea-encabezado-3 TO reporte-linea.
           WRITE reporte-linea.
           MOVE 0 TO w-lineas-pagina.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE SPACES TO w-linea-total.
           STRING "Total de socios: " DELIMITED BY SIZE
               CLOSE SOCIOS
           END-IF.
           CLOSE REPORTE.
           MOVE "listado.txt" TO w-rep-archivo.
           MOVE "LISTADO" TO w-rep-informe.
           MOVE w-programa-log TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           MOVE w-total-socios TO w-bit-procesados.
           MOVE 0 TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
