      *          counted, so an old movtos-sucursal.dat is detected
      *          instead of silently mixing two years into one
      *          matrix.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORTE-SUC ASSIGN TO "..\reporte-sucursales.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSALES-MANT.
       FD  REPORTE-SUC.
       01  reporte-suc-linea pic x(170).

           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-max-suc pic 99 value 50.
       77  w-cant-suc pic 99 value 0.
           03 wc-anio-1 pic x(14).
           03 wc-anio-2 pic x(14).
           03 wc-variacion pic x(12).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               MOVE w-fila-comp TO reporte-suc-linea
               WRITE reporte-suc-linea
           END-PERFORM.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-SUC.
           MOVE "reporte-sucursales.txt" TO w-rep-archivo.
           MOVE "SUCURSALES" TO w-rep-informe.
           MOVE "TOTSUC" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en reporte-sucursales.txt".
       END PROGRAM TOTSUC.
