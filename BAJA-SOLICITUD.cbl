      *          soc-estado flip of TABLA-HASH's BAJA option. A
      *          request records the socio and the effective date and
      *          computes the final settlement - the pending periods
      *          priced at their accrued amount or else at tariff,
      *          which already carry the section
      *          fees the way every cuota does. The settlement must
      *          be either paid (re-checked against cuotas.dat) or
      *          waived by a supervisor under a resolution of the
      *          libro de actas (resoluciones.dat), the waiver also
      *          going to excepciones.dat, before the request
      *          becomes executable; the execution step then applies
      *          every due request on or after its effective date,
      *          setting soc-estado "B" with motivo renuncia,
      *          synchronizing arch-idx.dat and logging to
      *          auditoria.dat and bajas-hist.dat. The settlement
      *          document for the member's signature goes to
      *          liquidacion-baja.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT SOLICITUDES-BAJA
               ASSIGN TO "..\solicitudes-baja.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  SOLICITUDES-BAJA.
       01  solicitud-baja-reg.
           03 sb-codigo pic 9(4).
               88 liquidacion-pagada value "P".
               88 liquidacion-eximida value "X".
           03 sb-operador pic x(12).
           03 sb-referencia pic x(20).
       FD  LIQUIDACION.
       01  liquidacion-linea pic x(80).
       FD  AUDITORIA.
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
           03 bh-fecha-alta pic 9(8).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-solicitudes-status pic xx.
       77  w-liquidacion-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
               07 ts-estado pic x.
               07 ts-liquidacion pic x.
               07 ts-operador pic x(12).
               07 ts-referencia pic x(20).
       77  w-ejecutadas pic 9(3) value 0.
       77  w-sol-tocadas pic 9 value 0.
           88 solicitudes-modificadas value 1.
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BAJA-SOLICITUD" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
                       MOVE sb-liquidacion
                           TO ts-liquidacion(w-cant-sol)
                       MOVE sb-operador TO ts-operador(w-cant-sol)
                       MOVE sb-referencia
                           TO ts-referencia(w-cant-sol)
                   END-IF
                   READ SOLICITUDES-BAJA AT END MOVE 1 TO w-sen
                   END-READ
               MOVE ts-estado(w-sb) TO sb-estado
               MOVE ts-liquidacion(w-sb) TO sb-liquidacion
               MOVE ts-operador(w-sb) TO sb-operador
               MOVE ts-referencia(w-sb) TO sb-referencia
               WRITE solicitud-baja-reg
           END-PERFORM.
           CLOSE SOLICITUDES-BAJA.
               MOVE SPACE TO ts-liquidacion(w-cant-sol)
           END-IF.
           MOVE w-operador TO ts-operador(w-cant-sol).
           MOVE SPACES TO ts-referencia(w-cant-sol).
           PERFORM 150-GRABAR-SOLICITUDES.
           PERFORM 440-IMPRIMIR-LIQUIDACION.
           DISPLAY "Solicitud registrada; la baja se ejecutara"
       430-CALCULAR-LIQUIDACION.
           PERFORM 450-BUSCAR-ULTIMO-PAGO.
           PERFORM 425-CARGAR-CARGOS-SOCIO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE 0 TO w-cant-adeudados.
           MOVE 0 TO w-total-deuda.
           IF categ-vitalicio OR categ-honorario
               IF w-periodo-desde = 0
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   ADD w-dv-monto TO w-total-deuda
               ELSE
                   PERFORM 455-BUSCAR-TARIFA
                   ADD w-tarifa-monto TO w-total-deuda
                   PERFORM 457-AGREGAR-CARGOS-PERIODO
               END-IF
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
           END-PERFORM.
                   MOVE "L" TO ts-estado(w-sb)
                   MOVE "P" TO ts-liquidacion(w-sb)
               WHEN "X"
                   PERFORM 969-AUTORIZAR-EXCEPCION
                   IF NOT excepcion-autorizada
                       DISPLAY "Solo un supervisor puede eximir la"
                           " liquidacion"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 945-PEDIR-RESOLUCION
                   IF NOT resolucion-valida
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "L" TO ts-estado(w-sb)
                   MOVE "X" TO ts-liquidacion(w-sb)
                   MOVE w-res-referencia TO ts-referencia(w-sb)
                   MOVE "EXIME LIQUIDACION DE BAJA" TO w-res-accion
                   MOVE w-soc-codigo TO w-res-clave
                   PERFORM 946-REGISTRAR-ACTO
                   MOVE "BAJA-LIQ-EXIMIDA" TO w-exc-regla
                   MOVE w-soc-codigo TO w-exc-codigo
                   MOVE "LIQ. BAJA" TO w-exc-documento
                   MOVE SPACES TO w-exc-detalle
                   STRING "RESOLUCION " DELIMITED BY SIZE
                       w-res-referencia DELIMITED BY SIZE
                       INTO w-exc-detalle
                   END-STRING
                   PERFORM 959-REGISTRAR-EXCEPCION
               WHEN OTHER
                   DISPLAY "Opcion desconocida"
                   EXIT PARAGRAPH
           MOVE soc-nombre TO audit-nombre-antes.
           MOVE soc-nombre TO audit-nombre-despues.
           WRITE audit-reg.
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
           MOVE "E" TO ts-estado(w-sb).
           MOVE 1 TO w-sol-tocadas.
           ADD 1 TO w-ejecutadas.
                   " EFECTIVA ", ts-fecha-efe(w-sb),
                   " DEUDA ", w-total-edit,
                   " ESTADO ", ts-estado(w-sb),
                   " LIQ ", ts-liquidacion(w-sb), " ",
                   ts-referencia(w-sb)
           END-PERFORM.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
