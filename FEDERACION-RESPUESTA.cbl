      *          reason, and the differences report
      *          federacion-diferencias.txt lists every row of the
      *          last extract the federation did not answer, so
      *          nothing falls silently between the two files. The
      *          report is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DIFERENCIAS
               ASSIGN TO "..\federacion-diferencias.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD  FED-EXTRACTO.
           03 frh-razon pic x(30).
       FD  DIFERENCIAS.
       01  diferencias-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-extracto-status pic xx.
       77  w-respuesta-status pic xx.
       77  w-rechazados pic 9(4) value 0.
       77  w-sin-respuesta pic 9(4) value 0.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
       800-FIN.
           CLOSE FED-RECHAZOS.
           CLOSE DIFERENCIAS.
           MOVE "federacion-diferencias.txt" TO w-rep-archivo.
           MOVE "FEDERACION-DIF" TO w-rep-informe.
           MOVE "FEDERACION-RESP" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Respuesta de la federacion procesada".
           DISPLAY "Aceptados: ", w-aceptados.
           DISPLAY "Rechazados en cola: ", w-rechazados.
           DISPLAY "Sin respuesta: ", w-sin-respuesta.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM FEDERACION-RESPUESTA.
