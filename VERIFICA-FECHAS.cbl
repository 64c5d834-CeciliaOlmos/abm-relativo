      *          a real calendar date (or is in the future), any
      *          invalid non-zero soc-fecha-baja, and any fecha-baja
      *          earlier than the fecha-alta, so the damage that is
      *          already in the file can be fixed by hand. Each run
      *          files a dated copy of the report in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           SELECT REPORTE-FECHAS ASSIGN TO "..\fechas-invalidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  REPORTE-FECHAS.
       01  reporte-fechas-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       01  w-linea pic x(80).
       01  w-detalle pic x(30).
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
       800-FIN.
           CLOSE SOCIOS.
           CLOSE REPORTE-FECHAS.
           MOVE "fechas-invalidas.txt" TO w-rep-archivo.
           MOVE "FECHAS-INVALID" TO w-rep-informe.
           MOVE "VERIFICA-FECHAS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Verificacion de fechas finalizada".
           DISPLAY "Fechas invalidas detectadas: ", w-total-malas.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM VERIFICA-FECHAS.
