      *          changes soc-categoria to "A", synchronized to
      *          arch-idx.dat and logged to auditoria.dat, so from
      *          the next period the dues price at the categoria A
      *          tariff without touching the tariff table. The
      *          printed list is filed as a dated copy in the report
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
       01  w-linea pic x(80).
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROMO-CADETES" TO w-programa-log.
                   CLOSE SOCIOS
                   CLOSE PROPUESTAS
                   CLOSE REPORTE-PROP
                   MOVE "propuestas-cadetes.txt" TO w-rep-archivo
                   MOVE "PROMO-CADETES" TO w-rep-informe
                   MOVE w-operador TO w-rep-origen
                   PERFORM 944-ARCHIVAR-INFORME
                   DISPLAY "Propuestas generadas: ", w-propuestos
                   DISPLAY "Cadetes sin fecha de nacimiento: ",
                       w-sin-nacimiento
                   DISPLAY "Propuestas omitidas: ", w-omitidos
           END-EVALUATE.
           CLOSE CONTACTOS.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PROMO-CADETES.
