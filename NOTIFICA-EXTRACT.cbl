      *          CARTAS-INTIMACION (cartas-log.dat), direct debit
      *          suspended after the retry cycle (debito-avisos.dat)
      *          and apto medico expiring in exactly APTO-AVISO-DIAS
      *          days (default 30), plus the re-empadronamiento
      *          reminders EMPADRONAMIENTO extracted today
      *          (empadron-pendientes.dat). Members without an email
      *          land in notificaciones-sin-email.txt so the desk
      *          still sends the paper copy, and the run is journaled in
      *          bitacora-batch.dat like every step of the nightly
      *          chain (a second run of the same day skips itself).
      * Tectonics: cobc
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyEmpPendientes.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyEmpPendientesReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
       77  w-cartas-log-status pic xx.
       77  w-avisos-status pic xx.
       77  w-notif-status pic xx.
       77  w-emp-pend-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
           PERFORM 400-NOTIFICAR-INTIMACIONES.
           PERFORM 500-NOTIFICAR-DEBITOS.
           PERFORM 600-NOTIFICAR-APTOS.
           PERFORM 700-NOTIFICAR-EMPADRONAMIENTO.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
           END-PERFORM.
           CLOSE APTOS.
           MOVE 0 TO w-sen.
      * Only the extract taken today: an older one was already sent
      * by the run of its own day.
       700-NOTIFICAR-EMPADRONAMIENTO.
           OPEN INPUT EMP-PENDIENTES.
           IF w-emp-pend-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ EMP-PENDIENTES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ep-fecha = w-hoy
                   MOVE ep-codigo TO w-codigo
                   MOVE "REEMPADRON" TO w-plantilla
                   MOVE SPACES TO w-datos
                   STRING "REEMPADRONAMIENTO HASTA "
                       DELIMITED BY SIZE
                       ep-vence DELIMITED BY SIZE
                       INTO w-datos
                   END-STRING
                   PERFORM 150-EMITIR-NOTIFICACION
               END-IF
               READ EMP-PENDIENTES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EMP-PENDIENTES.
           MOVE 0 TO w-sen.
       800-FIN.
           CLOSE CONTACTOS.
           CLOSE NOTIFICACIONES.
