      *          ACCESO-CLUB warns at the gate, and the
      *          expiring-soon listing lets the desk chase renewals
      *          before summer.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyOperMaster.cpy.cbl".
           SELECT REPORTE-APTOS ASSIGN TO "..\aptos-por-vencer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  REPORTE-APTOS.
       01  reporte-aptos-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       01  w-linea pic x(80).
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "APTO-MEDICO" TO w-programa-log.
           END-PERFORM.
           MOVE 0 TO w-sen.
           CLOSE REPORTE-APTOS.
           MOVE "aptos-por-vencer.txt" TO w-rep-archivo.
           MOVE "APTOS-VENCER" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           CLOSE SOCIOS.
           OPEN INPUT SOCIOS.
           DISPLAY w-listados, " aptos por vencer listados en"
                   END-IF
               END-IF
           END-PERFORM.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM APTO-MEDICO-MANT.
