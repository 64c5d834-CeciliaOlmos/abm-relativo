      *          actual monthly collection of the current year taken
      *          from cuotas.dat, the same totals REPORTE-INGRESOS
      *          reports.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyInscripciones.cpy.cbl".
           SELECT PROYECCION ASSIGN TO "..\proyeccion-ingresos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
       FD  PROYECCION.
       01  proyeccion-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       01  w-proy-edit pic zzzzzzzz9.99.
       01  w-act-edit pic zzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-STRING.
           MOVE w-linea TO proyeccion-linea.
           WRITE proyeccion-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE PROYECCION.
           MOVE "proyeccion-ingresos.txt" TO w-rep-archivo.
           MOVE "PROYEC-INGRESO" TO w-rep-informe.
           MOVE "PROYECTA-INGRESOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Proyeccion generada en proyeccion-ingresos.txt".
       END PROGRAM PROYECTA-INGRESOS.
