      *          club, soc-codigo), and prints the two directions
      *          and the net per club to reciprocidad-liq.txt for
      *          the inter-club charge-back.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LIQUIDACION-REC
               ASSIGN TO "..\reciprocidad-liq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyVisitasRecReg.cpy.cbl".
           03 vn-codigo pic 9(4).
       FD  LIQUIDACION-REC.
       01  liquidacion-rec-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-visitas-rec-status pic xx.
       77  w-visitas-nue-status pic xx.
       77  w-neto pic s9(5).
       01  w-neto-edit pic ----9.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ingrese periodo a liquidar (AAAAMM)".
               WRITE liquidacion-rec-linea
           END-PERFORM.
           CLOSE LIQUIDACION-REC.
           MOVE "reciprocidad-liq.txt" TO w-rep-archivo.
           MOVE "RECIPROCIDAD" TO w-rep-informe.
           MOVE "RECIPROCIDAD-LIQ" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM RECIPROCIDAD-LIQ.
