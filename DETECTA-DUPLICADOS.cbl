      *          written to duplicados.txt with each member's codigo,
      *          estado and fecha de alta, so the padron can be
      *          cleaned before the next dues emission.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           SELECT REPORTE-DUP ASSIGN TO "..\duplicados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  REPORTE-DUP.
       01  reporte-dup-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       01  w-clave-armada pic x(20).
       77  w-total-grupos pic 9(4) value 0.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           WRITE reporte-dup-linea.
           CLOSE SOCIOS.
           CLOSE REPORTE-DUP.
           MOVE "duplicados.txt" TO w-rep-archivo.
           MOVE "DUPLICADOS" TO w-rep-informe.
           MOVE "DETECTA-DUPLICADOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Deteccion de duplicados finalizada".
           DISPLAY "Grupos candidatos: ", w-total-grupos.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM DETECTA-DUPLICADOS.
