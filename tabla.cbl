      *          fixed transaction count for every socio, which cannot
      *          represent the real, variable number of movements per
      *          member, so the statement-of-account report scans the
      *          ledger file directly instead. A socio may also
      *          authorize the monthly dues to be paid from the
      *          ledger balance (ordenes-saldo.dat), which
      *          DEBITO-SALDO charges every month. A posting after
      *          the cash close and a descubierto need a supervisor
      *          and are recorded in excepciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sucursales-status.
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpySaldos.cpy.cbl".
           SELECT RESUMEN-MENSUAL ASSIGN TO "..\resumen-mensual.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT TRANSF-CTL ASSIGN TO "..\transf-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-transf-ctl-status.
           COPY "CpyOrdenesSaldo.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".

       DATA DIVISION.
       FILE SECTION.
           03 sm-codigo pic xxx.
           03 sm-nombre pic x(11).
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpySaldosReg.cpy.cbl".
       FD  RESUMEN-MENSUAL.
       01  resumen-reg.
       FD  TRANSF-CTL.
       01  transf-ctl-reg.
           03 tctl-ultima pic 9(6).
           COPY "CpyOrdenesSaldoReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".

       WORKING-STORAGE SECTION.
       77  w-max-personas pic 9(4) value 9999.
               07 tp-nombre pic x(20).
               07 tp-estado pic x.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-soc-mov pic 9(4).
       77  w-tipo-mov pic x.
       77  w-monto-mov pic 9(7)v99.
           88 dia-cerrado value 1.
       77  w-hoy-fecha pic 9(8).
       77  w-autoriza pic x.
       77  w-descubierto-aut pic 9 value 0.
           88 descubierto-autorizado value 1.
       77  w-sucursales-status pic xx.
       77  w-cant-suc pic 99 value 0.
       01  vec-suc.
       77  w-idx-hallado pic 9(4).
       77  w-origen-ok pic 9.
       77  w-destino-ok pic 9.
       77  w-ordenes-saldo-status pic xx.
       77  w-adhesiones-status pic xx.
       77  w-cant-ord pic 9(4) value 0.
       77  w-o pic 9(4).
       77  w-orden-hallada pic 9 value 0.
           88 orden-hallada value 1.
       77  w-adherido pic 9 value 0.
           88 socio-adherido value 1.
       01  tab-ordenes.
           05 ordenes-ent occurs 1 to 9999 times
                   depending on w-cant-ord.
               07 to-codigo pic 9(4).
               07 to-estado pic x.
               07 to-fecha pic 9(8).
               07 to-operador pic x(12).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               CLOSE CIERRES
           END-IF.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
      * The balances file keeps one slot per possible soc-codigo and
      * is built the first time from the live ledger plus the
      * monthly summaries of the closed periods, so the maintained
           DISPLAY "1- Registrar movimiento"
           DISPLAY "2- Estado de cuenta"
           DISPLAY "3- Transferencia entre socios"
           DISPLAY "4- Autorizar pago de cuotas con el saldo"
           DISPLAY "5- Revocar pago de cuotas con el saldo"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
                   PERFORM 600-ESTADO-CUENTA
               WHEN 3
                   PERFORM 500-TRANSFERENCIA
               WHEN 4
                   PERFORM 700-AUTORIZAR-DEBITO
               WHEN 5
                   PERFORM 720-REVOCAR-DEBITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-MOVIMIENTO.
           MOVE 0 TO w-exc-pendiente.
           IF dia-cerrado
               DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
               PERFORM 969-AUTORIZAR-EXCEPCION
               IF NOT excepcion-autorizada
                   DISPLAY "Solo un supervisor puede registrar"
                       " despues del cierre, registro cancelado"
                   EXIT PARAGRAPH
                   DISPLAY "Registro cancelado"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO w-exc-pendiente
           END-IF.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-mov.
               IF sucursal-valida
                   PERFORM 450-GRABAR-MOVIMIENTO
                   PERFORM 460-ACTUALIZAR-SALDO
                   IF w-tipo-mov = "D" OR w-tipo-mov = "d"
                       MOVE "DEPOSITO" TO w-exc-documento
                   ELSE
                       MOVE "EXTRACCION" TO w-exc-documento
                   END-IF
                   PERFORM 470-REGISTRAR-EXCEPCIONES
               END-IF
           END-IF.
       410-VALIDAR-SOCIO.
           END-IF.
      * Reuses w-suc-valida as the go/no-go flag of the saldo
      * check: an extraccion beyond the available balance is
      * rejected unless a supervisor authorizes the descubierto.
       430-CONTROLAR-SALDO.
           MOVE 1 TO w-suc-valida.
           MOVE 0 TO w-descubierto-aut.
           MOVE w-soc-mov TO rel-saldo.
           PERFORM 463-LEER-SALDO.
           IF w-monto-mov > saldo-monto
               MOVE saldo-monto TO w-saldo-edit
               DISPLAY "Saldo disponible insuficiente: ",
                   w-saldo-edit
               PERFORM 969-AUTORIZAR-EXCEPCION
               IF NOT excepcion-autorizada
                   DISPLAY "Extraccion rechazada"
                   MOVE 0 TO w-suc-valida
               ELSE
                   IF w-autoriza NOT = "S" AND w-autoriza NOT = "s"
                       DISPLAY "Extraccion rechazada"
                       MOVE 0 TO w-suc-valida
                   ELSE
                       MOVE 1 TO w-descubierto-aut
                   END-IF
               END-IF
           END-IF.
               SUBTRACT w-monto-mov FROM saldo-monto
           END-IF.
           PERFORM 465-GRABAR-SALDO.
      * The overrides authorized for the movement just recorded (a
      * posting after the cash close, a descubierto) go to
      * excepciones.dat against the socio of w-soc-mov.
       470-REGISTRAR-EXCEPCIONES.
           MOVE w-soc-mov TO w-exc-codigo.
           MOVE w-monto-mov TO w-saldo-edit.
           MOVE SPACES TO w-exc-detalle.
           STRING "MONTO " DELIMITED BY SIZE
               w-saldo-edit DELIMITED BY SIZE
               INTO w-exc-detalle
           END-STRING.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               PERFORM 959-REGISTRAR-EXCEPCION
           END-IF.
           IF descubierto-autorizado
               MOVE "DESCUBIERTO" TO w-exc-regla
               PERFORM 959-REGISTRAR-EXCEPCION
           END-IF.
           MOVE 0 TO w-exc-pendiente.
           MOVE 0 TO w-descubierto-aut.
       450-GRABAR-MOVIMIENTO.
           OPEN EXTEND MOVIMIENTOS.
           IF w-movimientos-status = "35"
      * code, so the two statements show one transfer instead of two
      * unrelated movements.
       500-TRANSFERENCIA.
           MOVE 0 TO w-exc-pendiente.
           DISPLAY "Ingrese codigo de socio ORIGEN".
           ACCEPT w-soc-origen.
           MOVE w-soc-origen TO w-soc-mov.
           PERFORM 465-GRABAR-SALDO.
           DISPLAY "Transferencia registrada con referencia ",
               w-transf-ref.
           MOVE w-soc-origen TO w-soc-mov.
           MOVE SPACES TO w-exc-documento.
           STRING "TRANSF " DELIMITED BY SIZE
               w-transf-ref DELIMITED BY SIZE
               INTO w-exc-documento
           END-STRING.
           PERFORM 470-REGISTRAR-EXCEPCIONES.
       510-VALIDAR-ACTIVO.
           MOVE 0 TO w-socio-encontrado.
           PERFORM VARYING idx-persona FROM 1 BY 1
           MOVE w-transf-ref TO tctl-ultima.
           WRITE transf-ctl-reg.
           CLOSE TRANSF-CTL.
      * The socio authorizes DEBITO-SALDO to pay each month's dues
      * from this ledger. A socio already paying by bank direct
      * debit cannot also authorize it: the same period would be
      * charged twice.
       700-AUTORIZAR-DEBITO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-mov.
           PERFORM 510-VALIDAR-ACTIVO.
           IF NOT socio-valido
               DISPLAY "Socio inexistente o no activo"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 740-VERIFICAR-ADHESION.
           IF socio-adherido
               DISPLAY "El socio esta adherido al debito bancario,"
                   " debe darse de baja la adhesion primero"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 750-CARGAR-ORDENES.
           PERFORM 730-BUSCAR-ORDEN.
           IF orden-hallada AND to-estado(w-o) = "A"
               DISPLAY "El socio ya tiene la autorizacion vigente"
               EXIT PARAGRAPH
           END-IF.
           IF NOT orden-hallada
               ADD 1 TO w-cant-ord
               MOVE w-cant-ord TO w-o
               MOVE w-soc-mov TO to-codigo(w-o)
           END-IF.
           MOVE "A" TO to-estado(w-o).
           MOVE w-hoy-fecha TO to-fecha(w-o).
           MOVE w-operador TO to-operador(w-o).
           PERFORM 760-GRABAR-ORDENES.
           DISPLAY "Autorizacion registrada, las cuotas se debitan"
               " del saldo desde el proximo proceso mensual".
       720-REVOCAR-DEBITO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-mov.
           PERFORM 750-CARGAR-ORDENES.
           PERFORM 730-BUSCAR-ORDEN.
           IF NOT orden-hallada OR to-estado(w-o) NOT = "A"
               DISPLAY "El socio no tiene autorizacion vigente"
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO to-estado(w-o).
           MOVE w-hoy-fecha TO to-fecha(w-o).
           MOVE w-operador TO to-operador(w-o).
           PERFORM 760-GRABAR-ORDENES.
           DISPLAY "Autorizacion revocada".
       730-BUSCAR-ORDEN.
           MOVE 0 TO w-orden-hallada.
           PERFORM VARYING w-o FROM 1 BY 1
                   UNTIL w-o > w-cant-ord OR orden-hallada
               IF to-codigo(w-o) = w-soc-mov
                   MOVE 1 TO w-orden-hallada
               END-IF
           END-PERFORM.
           IF orden-hallada
               SUBTRACT 1 FROM w-o
           END-IF.
       740-VERIFICAR-ADHESION.
           MOVE 0 TO w-adherido.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status = "00"
               MOVE 0 TO w-sen
               READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF adh-codigo = w-soc-mov AND adhesion-activa
                       MOVE 1 TO w-adherido
                   END-IF
                   READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ADHESIONES
           END-IF.
       750-CARGAR-ORDENES.
           MOVE 0 TO w-cant-ord.
           OPEN INPUT ORDENES-SALDO.
           IF w-ordenes-saldo-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-SALDO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-ord
                   MOVE os-codigo TO to-codigo(w-cant-ord)
                   MOVE os-estado TO to-estado(w-cant-ord)
                   MOVE os-fecha TO to-fecha(w-cant-ord)
                   MOVE os-operador TO to-operador(w-cant-ord)
                   READ ORDENES-SALDO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-SALDO
           END-IF.
       760-GRABAR-ORDENES.
           OPEN OUTPUT ORDENES-SALDO.
           PERFORM VARYING w-o FROM 1 BY 1 UNTIL w-o > w-cant-ord
               MOVE to-codigo(w-o) TO os-codigo
               MOVE to-estado(w-o) TO os-estado
               MOVE to-fecha(w-o) TO os-fecha
               MOVE to-operador(w-o) TO os-operador
               WRITE orden-saldo-reg
           END-PERFORM.
           CLOSE ORDENES-SALDO.
       800-FIN.
           CLOSE SALDOS.
           DISPLAY "Fin del programa".
