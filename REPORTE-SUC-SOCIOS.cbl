      *          existed), the roster of socios and a count broken
      *          down by soc-estado and soc-categoria, answering the
      *          board's "how many members does each sede have".
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORTE-SUC-SOC
               ASSIGN TO "..\socios-por-sucursal.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 sm-nombre pic x(11).
       FD  REPORTE-SUC-SOC.
       01  reporte-suc-soc-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               05 cnt-total pic 9(4).
       77  w-suc-actual pic 99.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-STRING.
           MOVE w-linea TO reporte-suc-soc-linea.
           WRITE reporte-suc-soc-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS.
           CLOSE REPORTE-SUC-SOC.
           MOVE "socios-por-sucursal.txt" TO w-rep-archivo.
           MOVE "SOCIOS-SUC" TO w-rep-informe.
           MOVE "REPORTE-SUC-SOCIOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en socios-por-sucursal.txt".
       END PROGRAM REPORTE-SUC-SOCIOS.
