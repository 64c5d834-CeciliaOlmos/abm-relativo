      * Purpose: Peak-occupancy report for the municipality. Walks
      *          asistencia.dat in the order the gate wrote it,
      *          keeps a running occupancy per area and date from
      *          the entries (PERMITIDO, RECIPROCO, the PASE of
      *          non-members and the guests a turnstile let in as
      *          INVITADO) and the exits ACCESO-CLUB and
      *          MOLINETES-EVENTOS record, and prints the daily
      *          peak of each area to reporte-aforo.txt, flagging
      *          the days the
      *          peak exceeded the AFORO-<area> ceiling of
      *          parametros.dat. Records older than the aforo
      *          control (blank movement and area) count as entries
      *          to the general area.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-asistencia-status.
           SELECT REPORTE-AF ASSIGN TO "..\reporte-aforo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyParametrosReg.cpy.cbl".
           03 asi-area pic xxx.
       FD  REPORTE-AF.
       01  reporte-af-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-asistencia-status pic xx.
       77  w-parametros-status pic xx.
               07 tlm-limite pic 9(4).
       77  w-limite pic 9(4).
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-CARGAR-LIMITES.
               END-IF
           ELSE
               IF acceso-permitido OR asi-resultado = "RECIPROCO"
                  OR asi-resultado = "PASE"
                  OR asi-resultado = "INVITADO"
                   ADD 1 TO td-ocupacion(w-d)
                   IF td-ocupacion(w-d) > td-pico(w-d)
                       MOVE td-ocupacion(w-d) TO td-pico(w-d)
               PERFORM 310-LINEA-DIA
           END-PERFORM.
           CLOSE REPORTE-AF.
           MOVE "reporte-aforo.txt" TO w-rep-archivo.
           MOVE "AFORO" TO w-rep-informe.
           MOVE "REPORTE-AFORO" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       310-LINEA-DIA.
           MOVE 0 TO w-limite.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lim
           END-IF.
           MOVE w-linea TO reporte-af-linea.
           WRITE reporte-af-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM REPORTE-AFORO.
