      *          member and empties the proposal file. Because
      *          vitalicios are exempt from dues by categoria, the
      *          promoted members stop being billed from the next
      *          period without touching the tariff table. The
      *          printed copy is filed, dated, in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-omitidos pic 9(4) value 0.
       01  w-linea pic x(80).
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
      * Only categoria A accrues antiguedad toward vitalicio: a
      * temporario (categoria T) never qualifies, whatever the date
      * of its alta.
       200-PROPONER.
           MOVE "=== PROPUESTA DE PROMOCION A VITALICIO ===" TO
               reporte-prop-linea.
               CLOSE SOCIOS
               CLOSE PROPUESTAS
               CLOSE REPORTE-PROP
               MOVE "propuestas-vitalicios.txt" TO w-rep-archivo
               MOVE "PROMO-VITALIC" TO w-rep-informe
               MOVE "PROMO-VITALICIOS" TO w-rep-origen
               PERFORM 944-ARCHIVAR-INFORME
               DISPLAY "Propuestas generadas: ", w-propuestos
               DISPLAY "Listado para comision en"
                   " propuestas-vitalicios.txt"
               DISPLAY "Promociones confirmadas: ", w-promovidos
               DISPLAY "Propuestas omitidas: ", w-omitidos
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PROMO-VITALICIOS.
