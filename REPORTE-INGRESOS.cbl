      *          counter-entries subtract in the month they were
      *          recorded, so the matrix agrees with the cash the
      *          drawer actually saw. Output: reporte-ingresos.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           SELECT REPORTE-ING ASSIGN TO "..\reporte-ingresos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  REPORTE-ING.
       01  reporte-ing-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
           03 filler pic x(10) value "Diciembre".
       01  vec-nombres-meses redefines nombres-meses
           occurs 12 times pic x(10).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           MOVE w-valor-edit TO wf-valor(6).
           MOVE w-fila TO reporte-ing-linea.
           WRITE reporte-ing-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-ING.
           MOVE "reporte-ingresos.txt" TO w-rep-archivo.
           MOVE "INGRESOS" TO w-rep-informe.
           MOVE "REPORTE-INGRESOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en reporte-ingresos.txt".
       END PROGRAM REPORTE-INGRESOS.
