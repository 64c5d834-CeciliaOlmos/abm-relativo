      *          SINONIMOS" wall, so REHASH-TABLA is scheduled on a
      *          planned weekend instead of during an emergency.
      *          Output: tendencia-tabla.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyEstadHist.cpy.cbl".
           SELECT REPORTE-TEND ASSIGN TO "..\tendencia-tabla.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyEstadHistReg.cpy.cbl".
       FD  REPORTE-TEND.
       01  reporte-tend-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-estad-hist-status pic xx.
       77  w-sen pic 9 value 0.
       77  w-agota-juliano pic 9(7).
       77  w-agota-fecha pic 9(8).
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-STRING.
           MOVE w-linea TO reporte-tend-linea.
           WRITE reporte-tend-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-TEND.
           MOVE "tendencia-tabla.txt" TO w-rep-archivo.
           MOVE "TENDENCIA" TO w-rep-informe.
           MOVE "TENDENCIA-TABLA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en tendencia-tabla.txt".
       END PROGRAM TENDENCIA-TABLA.
