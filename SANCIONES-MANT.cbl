      ******************************************************************
      * Author:
      * Date:
      * Purpose: Register of the sanctions resolved by the tribunal
      *          de disciplina, kept in sanciones.dat keyed by
      *          soc-codigo and start date with the resolution
      *          reference. Types: A apercibimiento (warning, on
      *          record only), S suspension for N days and E
      *          expulsion. While a suspension or expulsion is in
      *          force ACCESO-CLUB denies entry with reason SANCION,
      *          REGISTRO-INVITADOS refuses the socio as host and
      *          RESERVAS-CANCHA refuses the booking, all through the
      *          shared 995-VERIFICAR-SANCION. An expulsion is also
      *          carried into arch.dat as a baja (soc-estado "B")
      *          with motivo 5, logged to bajas-hist.dat so
      *          REPORTE-EVOLUCION shows it in its own column, and
      *          left for PURGA-BAJAS like any other soft baja.
      *          Registering is reserved to supervisors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCIONES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpySanciones.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyLockSocio.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpySancionesReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyLockSocioReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-hoy pic 9(8).
       77  w-desde-juliano pic 9(7).
       77  w-hasta-juliano pic 9(7).
       01  w-tipo pic x.
           88 tipo-valido value "A" "S" "E".
       77  w-dias pic 9(3).
       77  w-confirma pic x.
       77  w-listados pic 9(4).
       01  w-estado-vigor pic x(9).
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpySancionVigWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SANCIONES-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
       COPY "CpyLockSocioPar.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           OPEN I-O SOCIOS.
           OPEN I-O SANCIONES.
           IF w-sanciones-status = "35"
               OPEN OUTPUT SANCIONES
               CLOSE SANCIONES
               OPEN I-O SANCIONES
           END-IF.
           PERFORM 955-ABRIR-IDX.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-MENU.
           DISPLAY "1- Registrar sancion"
           DISPLAY "2- Consultar sanciones de un socio"
           DISPLAY "3- Listar sanciones en vigor"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-REGISTRAR-SANCION
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 600-CONSULTAR
               WHEN 3
                   PERFORM 700-LISTAR-VIGENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-SANCION.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF socio-de-baja
               DISPLAY "El socio ya esta de baja"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           MOVE w-soc-codigo TO san-codigo.
           DISPLAY "Ingrese referencia de la resolucion del tribunal".
           ACCEPT san-resolucion.
           DISPLAY "Tipo: A-Apercibimiento S-Suspension E-Expulsion".
           ACCEPT w-tipo.
           MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo.
           IF NOT tipo-valido
               DISPLAY "Tipo de sancion invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-tipo TO san-tipo.
           MOVE 0 TO w-fecha-ok.
           PERFORM UNTIL fecha-valida
               DISPLAY "Ingrese fecha de inicio (AAAAMMDD)"
               ACCEPT san-desde
               MOVE san-desde TO w-fecha-validar
               PERFORM 985-VALIDAR-FECHA
               IF NOT fecha-valida
                   DISPLAY "Fecha invalida: debe ser una fecha"
                       " calendario real y no futura"
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN sancion-apercibimiento
                   MOVE 0 TO san-dias
                   MOVE san-desde TO san-hasta
               WHEN sancion-suspension
                   DISPLAY "Ingrese cantidad de dias de suspension"
                   ACCEPT w-dias
                   IF w-dias = 0
                       DISPLAY "La suspension debe tener dias"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE w-dias TO san-dias
                   COMPUTE w-desde-juliano =
                       FUNCTION INTEGER-OF-DATE(san-desde)
                   COMPUTE w-hasta-juliano =
                       w-desde-juliano + w-dias - 1
                   COMPUTE san-hasta =
                       FUNCTION DATE-OF-INTEGER(w-hasta-juliano)
               WHEN OTHER
                   MOVE 0 TO san-dias
                   MOVE 99999999 TO san-hasta
           END-EVALUATE.
           MOVE w-operador TO san-operador.
           MOVE w-hoy TO san-fecha-carga.
           IF sancion-expulsion
               DISPLAY "La expulsion da de baja al socio. Confirma?"
                   " (S/N)"
               ACCEPT w-confirma
               IF w-confirma NOT = "S" AND w-confirma NOT = "s"
                   DISPLAY "Operacion cancelada"
                   EXIT PARAGRAPH
               END-IF
      * The socio is locked before the sanction is written, so an
      * expulsion is never left on file without its baja.
               MOVE w-soc-codigo TO w-lock-codigo
               PERFORM 975-TOMAR-LOCK-SOCIO
               IF NOT lock-concedido
                   DISPLAY "Expulsion no registrada: vuelva a"
                       " intentarla cuando se libere el socio"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           WRITE sancion-reg
               INVALID KEY
                   DISPLAY "El socio ya tiene una sancion con esa"
                       " fecha de inicio"
                   IF sancion-expulsion
                       PERFORM 977-LIBERAR-LOCK-SOCIO
                   END-IF
                   EXIT PARAGRAPH
           END-WRITE.
           IF sancion-expulsion
               PERFORM 500-BAJA-POR-EXPULSION
           ELSE
               IF sancion-suspension
                   DISPLAY "Suspension registrada hasta el ",
                       san-hasta
               ELSE
                   DISPLAY "Apercibimiento registrado"
               END-IF
           END-IF.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
      * The expulsion takes the same soft-baja route as
      * borrar-random.COB: the slot stays in its chain marked "B"
      * until PURGA-BAJAS removes it after the retention period.
      * The lock was taken by 400-REGISTRAR-SANCION.
       500-BAJA-POR-EXPULSION.
           PERFORM 410-BUSCAR-SOCIO.
           MOVE "B" TO soc-estado.
           MOVE w-hoy TO soc-fecha-baja.
           MOVE 5 TO soc-motivo-baja.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           OPEN EXTEND BAJAS-HIST.
           IF w-bajas-hist-status = "35"
               OPEN OUTPUT BAJAS-HIST
               CLOSE BAJAS-HIST
               OPEN EXTEND BAJAS-HIST
           END-IF.
           MOVE soc-codigo TO bh-codigo.
           MOVE soc-nombre TO bh-nombre.
           MOVE soc-motivo-baja TO bh-motivo.
           MOVE soc-fecha-baja TO bh-fecha.
           MOVE soc-fecha-alta TO bh-fecha-alta.
           WRITE bajas-hist-reg.
           CLOSE BAJAS-HIST.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE "EXPULSION" TO audit-operacion.
           MOVE soc-codigo TO audit-codigo.
           MOVE soc-nombre TO audit-nombre-antes.
           MOVE SPACES TO audit-nombre-despues.
           WRITE audit-reg.
           CLOSE AUDITORIA.
           PERFORM 977-LIBERAR-LOCK-SOCIO.
           DISPLAY "Expulsion registrada, socio dado de baja".
       600-CONSULTAR.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           MOVE 0 TO w-listados.
           MOVE w-soc-codigo TO san-codigo.
           MOVE ZERO TO san-desde.
           MOVE 0 TO w-sen-san.
           START SANCIONES KEY IS NOT LESS THAN san-clave
               INVALID KEY
                   MOVE 1 TO w-sen-san
           END-START.
           PERFORM UNTIL fin-sanciones
               READ SANCIONES NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen-san
                   NOT AT END
                       IF san-codigo NOT = w-soc-codigo
                           MOVE 1 TO w-sen-san
                       ELSE
                           PERFORM 650-MOSTRAR-SANCION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen-san.
           IF w-listados = 0
               DISPLAY "El socio no registra sanciones"
           END-IF.
       650-MOSTRAR-SANCION.
           ADD 1 TO w-listados.
           IF NOT sancion-apercibimiento AND
              san-desde <= w-hoy AND san-hasta >= w-hoy
               MOVE "EN VIGOR" TO w-estado-vigor
           ELSE
               MOVE SPACES TO w-estado-vigor
           END-IF.
           DISPLAY san-codigo, " ", san-tipo, " DESDE ", san-desde,
               " HASTA ", san-hasta, " RES ", san-resolucion, " ",
               w-estado-vigor.
       700-LISTAR-VIGENTES.
           MOVE 0 TO w-listados.
           MOVE LOW-VALUES TO san-clave.
           MOVE 0 TO w-sen-san.
           START SANCIONES KEY IS NOT LESS THAN san-clave
               INVALID KEY
                   MOVE 1 TO w-sen-san
           END-START.
           PERFORM UNTIL fin-sanciones
               READ SANCIONES NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen-san
                   NOT AT END
                       IF NOT sancion-apercibimiento AND
                          san-desde <= w-hoy AND san-hasta >= w-hoy
                           PERFORM 650-MOSTRAR-SANCION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen-san.
           DISPLAY "Sanciones en vigor: ", w-listados.
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           CLOSE SANCIONES.
           CLOSE SOCIOS.
           DISPLAY "Registro de sanciones finalizado".
       END PROGRAM SANCIONES-MANT.
