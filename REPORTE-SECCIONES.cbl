      *          with a vigente enrollment in inscripciones.dat
      *          (name taken from arch.dat) and the enrollment
      *          count, into reporte-secciones.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           SELECT REPORTE-SEC ASSIGN TO "..\reporte-secciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  REPORTE-SEC.
       01  reporte-sec-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-en-seccion pic 9(4).
       01  w-nombre-soc pic x(20).
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
                   MOVE tsn-nombre(w-s) TO w-nombre-soc
               END-IF
           END-PERFORM.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-SEC.
           MOVE "reporte-secciones.txt" TO w-rep-archivo.
           MOVE "SECCIONES" TO w-rep-informe.
           MOVE "REPORTE-SECCIONES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en reporte-secciones.txt".
       END PROGRAM REPORTE-SECCIONES.
