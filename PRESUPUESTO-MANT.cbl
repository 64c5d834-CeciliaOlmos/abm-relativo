      *          the tipo "E" assessments; concepts with no system
      *          source print a zero actual so the gap is visible
      *          instead of invented.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-presupuesto-status.
           SELECT COMPARACION ASSIGN TO "..\presupuesto-vs-real.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCuotasReg.cpy.cbl".
           03 pre-monto pic 9(9)v99.
       FD  COMPARACION.
       01  comparacion-linea pic x(90).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-presupuesto-status pic xx.
       77  w-cuotas-status pic xx.
       01  w-var-edit pic ---------9.99.
       01  w-linea pic x(90).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PRESUPUESTO-MANT" TO w-programa-log.
               PERFORM 630-LINEA-ACUMULADA
           END-PERFORM.
           CLOSE COMPARACION.
           MOVE "presupuesto-vs-real.txt" TO w-rep-archivo.
           MOVE "PRESUP-REAL" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Comparacion impresa en presupuesto-vs-real.txt".
       610-ACUMULAR-REALES.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
           END-STRING.
           MOVE w-linea TO comparacion-linea.
           WRITE comparacion-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PRESUPUESTO-MANT.
