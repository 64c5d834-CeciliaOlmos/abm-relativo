      *          of errores.dat and importacion-excepciones.dat with
      *          their reasons, and the findings summary of the last
      *          VERIFICA-CADENAS run. Output: resumen-diario.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-verif-status.
           SELECT RESUMEN ASSIGN TO "..\resumen-diario.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD  SESION-LOG.
       01  verif-linea pic x(80).
       FD  RESUMEN.
       01  resumen-linea pic x(120).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-sesion-log-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-cnt-otras pic 9(4) value 0.
       77  w-cnt-rechazos pic 9(4) value 0.
       01  w-linea pic x(120).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
       900-ESCRIBIR.
           MOVE w-linea TO resumen-linea.
           WRITE resumen-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE RESUMEN.
           MOVE "resumen-diario.txt" TO w-rep-archivo.
           MOVE "RESUMEN-DIARIO" TO w-rep-informe.
           MOVE "RESUMEN-DIARIO" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Resumen diario generado en resumen-diario.txt".
       END PROGRAM RESUMEN-DIARIO.
