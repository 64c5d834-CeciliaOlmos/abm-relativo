      * Author:
      * Date:
      * Purpose: Periodic retention batch for the append-only audit
      *          and session files: auditoria.dat, cambios.dat and
      *          sesiones.log. Entries older than the
      *          LOG-RETENCION-DIAS parameter (default 365) are
      *          moved into dated archive generations named the way
      *          RESPALDAR-ARCH.cbl names its backups (for example
      *          auditoria-AAAAMMDD.dat, dated by the cut day), the
      *          live file is rewritten holding only the recent
      *          entries, and a summary of what moved is written to
      *          archivado-logs.txt. Each file's entry date is taken
      *          from its fixed record offset. bajas-hist.dat is
      *          not trimmed: REINCORPORAR, REPORTE-COHORTES,
      *          REPORTE-EVOLUCION and HABEAS-DATA need every baja
      *          ever given, and the file grows only by one row per
      *          baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 filler pic x(20) value "..\sesiones.log".
           03 filler pic 99 value 53.
           03 filler pic x(12) value "sesiones-".
       01  vec-archivos redefines tab-archivos.
           03 archivos-ent occurs 3 times.
               05 arch-nombre pic x(20).
               05 arch-offset pic 99.
               05 arch-prefijo pic x(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM VARYING w-arch-i FROM 1 BY 1 UNTIL w-arch-i > 3
               PERFORM 200-ARCHIVAR-UNO
           END-PERFORM.
           PERFORM 800-FIN.
