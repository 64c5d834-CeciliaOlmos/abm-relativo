      * Author:
      * Date:
      * Purpose: Facility-usage report from asistencia.dat, the gate
      *          log of ACCESO-CLUB.cbl and of the turnstiles
      *          imported by MOLINETES-EVENTOS (a guest the turnstile
      *          let in counts as an allowed entry). Prints entries
      *          per day and the distribution of the allowed entries
      *          across hour bands (manana 06-11, mediodia 12-14,
      *          tarde 15-19, noche 20-23, madrugada 00-05), the
      *          numbers the board asked for the gym expansion
      *          decision. Output: uso-instalaciones.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-asistencia-status.
           SELECT REPORTE-USO ASSIGN TO "..\uso-instalaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
       FD  ASISTENCIA.
           03 asi-hora pic 9(6).
           03 asi-codigo pic 9(4).
           03 asi-resultado pic x(9).
               88 acceso-permitido value "PERMITIDO" "INVITADO".
       FD  REPORTE-USO.
       01  reporte-uso-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-asistencia-status pic xx.
       77  w-sen pic 9 value 0.
           03 banda-tarde pic 9(6) value 0.
           03 banda-noche pic 9(6) value 0.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-STRING.
           MOVE w-linea TO reporte-uso-linea.
           WRITE reporte-uso-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-USO.
           MOVE "uso-instalaciones.txt" TO w-rep-archivo.
           MOVE "USO-INSTALAC" TO w-rep-informe.
           MOVE "USO-INSTALACIONES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en uso-instalaciones.txt".
       END PROGRAM USO-INSTALACIONES.
