      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly extract of facts and dimensions for the
      *          board's dashboard spreadsheet, replacing the dozen
      *          separate monthly reports. Every run writes dated
      *          semicolon-delimited files bi-<name>-AAAAMMDD.csv:
      *          the facts pagos (cuotas.dat), recibos
      *          (recibos.dat), asistencia (asistencia.dat) and
      *          movimientos (movimientos.dat) carry only the rows
      *          dated after the last extracted day up to yesterday,
      *          so the tool loads them incrementally; inscripciones
      *          and reservas change state in place and go out
      *          complete, like the dimensions socio (categoria,
      *          estado, sucursal, five-year age band from
      *          contactos.dat and antiguedad), seccion, sucursal and
      *          periodo. Every file uses the same keys: socio as the
      *          four-digit code, periodo AAAAMM, fechas AAAAMMDD,
      *          seccion and sucursal codes. Names are left out of
      *          the socio dimension. Each file extracted is listed
      *          in bi-control.dat with its mode (I incremental, C
      *          complete), the date window and its record count; the
      *          highest window end there is where the next run
      *          starts. The run is journaled in bitacora-batch.dat
      *          like every step of the nightly chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-BI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           SELECT ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asistencia-status.
           SELECT RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-reservas-status.
           SELECT BI-SALIDA ASSIGN TO w-bi-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bi-salida-status.
           SELECT BI-CONTROL ASSIGN TO "..\bi-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bi-control-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
       FD  ASISTENCIA.
       01  asistencia-reg.
           03 asi-fecha pic 9(8).
           03 asi-hora pic 9(6).
           03 asi-codigo pic 9(4).
           03 asi-resultado pic x(9).
           03 asi-movimiento pic x.
           03 asi-area pic xxx.
           03 asi-pase pic 9(6).
       FD  RESERVAS.
       01  reserva-reg.
           03 rv-fecha pic 9(8).
           03 rv-seccion pic xxx.
           03 rv-cancha pic 9(2).
           03 rv-hora pic 9(2).
           03 rv-codigo pic 9(4).
           03 rv-estado pic x.
       FD  BI-SALIDA.
       01  bi-salida-linea pic x(160).
      * One row per file handed to the dashboard tool: the run, the
      * file, whether it is a fact (H) or a dimension (D), the load
      * mode and the date window it covers (desde excluded, zero for
      * a complete file), and how many data rows follow its header
      * line.
       FD  BI-CONTROL.
       01  bi-control-reg.
           03 bc-fecha pic 9(8).
           03 bc-hora pic 9(6).
           03 bc-archivo pic x(40).
           03 bc-tipo pic x.
               88 bc-hecho value "H".
               88 bc-dimension value "D".
           03 bc-modo pic x.
               88 bc-incremental value "I".
               88 bc-completo value "C".
           03 bc-desde pic 9(8).
           03 bc-hasta pic 9(8).
           03 bc-registros pic 9(7).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-contactos-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-movimientos-status pic xx.
       77  w-secciones-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-periodos-status pic xx.
       77  w-asistencia-status pic xx.
       77  w-reservas-status pic xx.
       77  w-bi-salida-status pic xx.
       77  w-bi-control-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-oficina pic 9(4) value 0.
       77  w-hoy pic 9(8).
       77  w-hora pic 9(6).
       77  w-periodo-hoy pic 9(6).
       77  w-bi-desde pic 9(8) value 0.
       77  w-bi-hasta pic 9(8).
       01  w-bi-base pic x(20).
       01  w-bi-nombre pic x(60).
       01  w-bi-corto pic x(40).
       01  w-bi-tipo pic x.
       01  w-bi-modo pic x.
       77  w-bi-registros pic 9(7) value 0.
       77  w-bi-total pic 9(7) value 0.
       01  w-bi-encabezado pic x(160).
       01  w-linea pic x(160).
       77  w-cant-ctl pic 99 value 0.
       77  w-k pic 99.
       01  tab-bi-control.
           05 bi-ctl-ent occurs 12 times.
               07 tbc-archivo pic x(40).
               07 tbc-tipo pic x.
               07 tbc-modo pic x.
               07 tbc-desde pic 9(8).
               07 tbc-hasta pic 9(8).
               07 tbc-registros pic 9(7).
       01  w-importe-edit pic zzzzzzz9,99.
       01  w-importe2-edit pic zzzzzzz9,99.
       77  w-per-min pic 9(6) value 0.
       77  w-per-hasta pic 9(6).
       77  w-per-iter pic 9(6).
       77  w-anio pic 9(4).
       77  w-mes pic 99.
       77  w-trimestre pic 9.
       01  w-per-estado pic x(10).
       77  w-cant-per pic 9(3) value 0.
       77  w-p pic 9(3).
       01  tab-periodos.
           05 per-ent occurs 1 to 600 times
                   depending on w-cant-per.
               07 tpe-periodo pic 9(6).
               07 tpe-estado pic x.
       77  w-edad pic 9(3).
       77  w-banda pic 99.
       77  w-banda-desde pic 99.
       77  w-banda-hasta pic 99.
       01  w-banda-texto pic x(9).
       77  w-antiguedad pic 9(3).
       01  w-categoria-texto pic x(10).
       01  w-estado-texto pic x(10).
       77  w-contactos-abierto pic 9 value 0.
           88 contactos-abierto value 1.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EXTRACTO-BI" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-HECHO-PAGOS.
           PERFORM 250-HECHO-RECIBOS.
           PERFORM 300-HECHO-ASISTENCIA.
           PERFORM 350-HECHO-INSCRIPCIONES.
           PERFORM 400-HECHO-RESERVAS.
           PERFORM 450-HECHO-MOVIMIENTOS.
           PERFORM 500-DIM-SOCIO.
           PERFORM 550-DIM-SECCION.
           PERFORM 600-DIM-SUCURSAL.
           PERFORM 650-DIM-PERIODO.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRegistrarPaso.cpy.cbl".
      * The incremental window runs from the day after the highest
      * window end already in bi-control.dat (everything on the
      * first run) up to yesterday: today's counter is still open
      * and its rows go out the next night.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(9:6) TO w-hora.
           MOVE w-hoy(1:6) TO w-periodo-hoy.
           COMPUTE w-bi-hasta = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-hoy) - 1).
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-LEER-ULTIMA-CORRIDA.
           DISPLAY "Extraccion incremental desde el ", w-bi-desde,
               " (excluido) hasta el ", w-bi-hasta.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-LEER-ULTIMA-CORRIDA.
           MOVE 0 TO w-bi-desde.
           OPEN INPUT BI-CONTROL.
           IF w-bi-control-status = "00"
               MOVE 0 TO w-sen
               READ BI-CONTROL AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF bc-incremental AND bc-hasta > w-bi-desde
                       MOVE bc-hasta TO w-bi-desde
                   END-IF
                   READ BI-CONTROL AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BI-CONTROL
           END-IF.
           MOVE 0 TO w-sen.
      * Shared output handling: 150 opens bi-<base>-AAAAMMDD.csv and
      * writes its header line, 160 writes one data row, 170 closes
      * the file and keeps its control row for 800-FIN.
       150-ABRIR-SALIDA.
           MOVE SPACES TO w-bi-corto.
           STRING "bi-" DELIMITED BY SIZE
               w-bi-base DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO w-bi-corto
           END-STRING.
           MOVE SPACES TO w-bi-nombre.
           STRING "..\" DELIMITED BY SIZE
               w-bi-corto DELIMITED BY SPACE
               INTO w-bi-nombre
           END-STRING.
           OPEN OUTPUT BI-SALIDA.
           MOVE w-bi-encabezado TO bi-salida-linea.
           WRITE bi-salida-linea.
           MOVE 0 TO w-bi-registros.
       160-ESCRIBIR-FILA.
           MOVE w-linea TO bi-salida-linea.
           WRITE bi-salida-linea.
           ADD 1 TO w-bi-registros.
       170-CERRAR-SALIDA.
           CLOSE BI-SALIDA.
           ADD 1 TO w-cant-ctl.
           MOVE w-bi-corto TO tbc-archivo(w-cant-ctl).
           MOVE w-bi-tipo TO tbc-tipo(w-cant-ctl).
           MOVE w-bi-modo TO tbc-modo(w-cant-ctl).
           IF w-bi-modo = "I"
               MOVE w-bi-desde TO tbc-desde(w-cant-ctl)
               MOVE w-bi-hasta TO tbc-hasta(w-cant-ctl)
           ELSE
               MOVE 0 TO tbc-desde(w-cant-ctl)
               MOVE w-hoy TO tbc-hasta(w-cant-ctl)
           END-IF.
           MOVE w-bi-registros TO tbc-registros(w-cant-ctl).
           ADD w-bi-registros TO w-bi-total.
           DISPLAY w-bi-corto, ": ", w-bi-registros, " registros".
      * Every cuota row is a payment fact keyed by socio, periodo and
      * recibo; the full scan also finds the oldest periodo billed,
      * where the periodo dimension starts.
       200-HECHO-PAGOS.
           MOVE "pagos" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "I" TO w-bi-modo.
           MOVE SPACES TO w-bi-encabezado.
           STRING "fecha_pago;socio;periodo;tipo;monto;recargo;"
                   DELIMITED BY SIZE
               "recibo;operador" DELIMITED BY SIZE
               INTO w-bi-encabezado
           END-STRING.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-per-min = 0 OR cuota-periodo < w-per-min
                       MOVE cuota-periodo TO w-per-min
                   END-IF
                   IF cuota-fecha-pago > w-bi-desde AND
                      cuota-fecha-pago <= w-bi-hasta
                       PERFORM 210-FILA-PAGO
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
       210-FILA-PAGO.
           MOVE cuota-monto TO w-importe-edit.
           MOVE cuota-recargo TO w-importe2-edit.
           MOVE SPACES TO w-linea.
           STRING cuota-fecha-pago DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               cuota-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               cuota-periodo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               cuota-tipo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-importe-edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-importe2-edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               cuota-recibo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(cuota-operador) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
       250-HECHO-RECIBOS.
           MOVE "recibos" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "I" TO w-bi-modo.
           MOVE "fecha;recibo;socio;periodo;monto;recargo;forma_pago"
               TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT RECIBOS.
           IF w-recibos-status = "00"
               MOVE 0 TO w-sen
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF rec-fecha > w-bi-desde AND
                      rec-fecha <= w-bi-hasta
                       PERFORM 260-FILA-RECIBO
                   END-IF
                   READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
      * A blank forma is an old efectivo recibo and goes out as "E".
       260-FILA-RECIBO.
           IF rec-forma = SPACE
               MOVE "E" TO rec-forma
           END-IF.
           MOVE rec-monto TO w-importe-edit.
           MOVE rec-recargo TO w-importe2-edit.
           MOVE SPACES TO w-linea.
           STRING rec-fecha DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               rec-numero DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               rec-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               rec-periodo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-importe-edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-importe2-edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               rec-forma DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
      * Rows from before the aforo control have no movement or area:
      * they go out as an entry ("I") to the general area.
       300-HECHO-ASISTENCIA.
           MOVE "asistencia" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "I" TO w-bi-modo.
           MOVE "fecha;hora;socio;resultado;movimiento;area;pase"
               TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT ASISTENCIA.
           IF w-asistencia-status = "00"
               MOVE 0 TO w-sen
               READ ASISTENCIA AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF asi-fecha > w-bi-desde AND
                      asi-fecha <= w-bi-hasta
                       PERFORM 310-FILA-ASISTENCIA
                   END-IF
                   READ ASISTENCIA AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ASISTENCIA
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
       310-FILA-ASISTENCIA.
           IF asi-movimiento = SPACE
               MOVE "I" TO asi-movimiento
           END-IF.
           IF asi-pase NOT NUMERIC
               MOVE 0 TO asi-pase
           END-IF.
           MOVE SPACES TO w-linea.
           STRING asi-fecha DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               asi-hora DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               asi-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(asi-resultado) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               asi-movimiento DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(asi-area) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               asi-pase DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
      * An enrollment is closed by rewriting ins-hasta in place, so
      * the fact goes out complete every night; an open enrollment
      * carries hasta zero.
       350-HECHO-INSCRIPCIONES.
           MOVE "inscripciones" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE "socio;seccion;desde;hasta;clase" TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   PERFORM 360-FILA-INSCRIPCION
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
       360-FILA-INSCRIPCION.
           IF ins-hasta NOT NUMERIC
               MOVE 0 TO ins-hasta
           END-IF.
           IF ins-clase NOT NUMERIC
               MOVE 0 TO ins-clase
           END-IF.
           MOVE SPACES TO w-linea.
           STRING ins-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ins-seccion) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ins-desde DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ins-hasta DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ins-clase DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
      * A reservation is cancelled or marked no-show in place, so
      * this fact also goes out complete.
       400-HECHO-RESERVAS.
           MOVE "reservas" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE "fecha;seccion;cancha;hora;socio;estado"
               TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT RESERVAS.
           IF w-reservas-status = "00"
               MOVE 0 TO w-sen
               READ RESERVAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   MOVE SPACES TO w-linea
                   STRING rv-fecha DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(rv-seccion) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       rv-cancha DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       rv-hora DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       rv-codigo DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       rv-estado DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 160-ESCRIBIR-FILA
                   READ RESERVAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
       450-HECHO-MOVIMIENTOS.
           MOVE "movimientos" TO w-bi-base.
           MOVE "H" TO w-bi-tipo.
           MOVE "I" TO w-bi-modo.
           MOVE SPACES TO w-bi-encabezado.
           STRING "fecha;socio;tipo;monto;sucursal;referencia;"
                   DELIMITED BY SIZE
               "contraparte;concepto;operador" DELIMITED BY SIZE
               INTO w-bi-encabezado
           END-STRING.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT MOVIMIENTOS.
           IF w-movimientos-status = "00"
               MOVE 0 TO w-sen
               READ MOVIMIENTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF mov-fecha > w-bi-desde AND
                      mov-fecha <= w-bi-hasta
                       PERFORM 460-FILA-MOVIMIENTO
                   END-IF
                   READ MOVIMIENTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
       460-FILA-MOVIMIENTO.
           IF mov-referencia NOT NUMERIC
               MOVE 0 TO mov-referencia
           END-IF.
           IF mov-contraparte NOT NUMERIC
               MOVE 0 TO mov-contraparte
           END-IF.
           MOVE mov-monto TO w-importe-edit.
           MOVE SPACES TO w-linea.
           STRING mov-fecha DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               mov-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               mov-tipo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-importe-edit) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(mov-sucursal) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               mov-referencia DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               mov-contraparte DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(mov-concepto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(mov-operador) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
      * Every socio of arch.dat, bajas included, so each key found in
      * the facts resolves. The age band is the five-year band of
      * PIRAMIDE-EDADES ("80+" the last, "SIN DATO" without a valid
      * birth date); antiguedad is whole years since the alta.
       500-DIM-SOCIO.
           MOVE "socio" TO w-bi-base.
           MOVE "D" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE SPACES TO w-bi-encabezado.
           STRING "socio;categoria;categoria_desc;estado;estado_desc;"
                   DELIMITED BY SIZE
               "sucursal;banda_edad;antiguedad;fecha_alta;fecha_baja"
                   DELIMITED BY SIZE
               INTO w-bi-encabezado
           END-STRING.
           PERFORM 150-ABRIR-SALIDA.
           MOVE 0 TO w-contactos-abierto.
           OPEN INPUT CONTACTOS.
           IF w-contactos-status = "00"
               MOVE 1 TO w-contactos-abierto
           END-IF.
           OPEN INPUT SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                           PERFORM 510-FILA-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           IF contactos-abierto
               CLOSE CONTACTOS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 170-CERRAR-SALIDA.
       510-FILA-SOCIO.
           PERFORM 520-CALCULAR-BANDA.
           EVALUATE TRUE
               WHEN categ-activo MOVE "ACTIVO" TO w-categoria-texto
               WHEN categ-vitalicio
                   MOVE "VITALICIO" TO w-categoria-texto
               WHEN categ-honorario
                   MOVE "HONORARIO" TO w-categoria-texto
               WHEN categ-cadete MOVE "CADETE" TO w-categoria-texto
               WHEN categ-temporario
                   MOVE "TEMPORARIO" TO w-categoria-texto
               WHEN OTHER MOVE "OTRA" TO w-categoria-texto
           END-EVALUATE.
           EVALUATE TRUE
               WHEN socio-activo MOVE "ACTIVO" TO w-estado-texto
               WHEN socio-suspendido
                   MOVE "SUSPENDIDO" TO w-estado-texto
               WHEN socio-de-baja MOVE "BAJA" TO w-estado-texto
               WHEN socio-licencia MOVE "LICENCIA" TO w-estado-texto
               WHEN OTHER MOVE "OTRO" TO w-estado-texto
           END-EVALUATE.
           MOVE 0 TO w-antiguedad.
           IF soc-fecha-alta > 0 AND soc-fecha-alta <= w-hoy
               COMPUTE w-antiguedad = (w-hoy - soc-fecha-alta) / 10000
           END-IF.
           IF soc-fecha-baja NOT NUMERIC
               MOVE 0 TO soc-fecha-baja
           END-IF.
           MOVE SPACES TO w-linea.
           STRING soc-codigo DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               soc-categoria DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-categoria-texto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               soc-estado DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-estado-texto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(soc-sucursal) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-banda-texto) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               w-antiguedad DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               soc-fecha-alta DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               soc-fecha-baja DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
       520-CALCULAR-BANDA.
           MOVE "SIN DATO" TO w-banda-texto.
           IF NOT contactos-abierto
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-codigo TO contacto-codigo.
           READ CONTACTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF contacto-fecha-nac = 0 OR
              contacto-fecha-nac > w-hoy OR
              FUNCTION TEST-DATE-YYYYMMDD(contacto-fecha-nac) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-edad = (w-hoy - contacto-fecha-nac) / 10000.
           COMPUTE w-banda = w-edad / 5 + 1.
           IF w-banda > 16
               MOVE "80+" TO w-banda-texto
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-banda-desde = (w-banda - 1) * 5.
           COMPUTE w-banda-hasta = w-banda-desde + 4.
           MOVE SPACES TO w-banda-texto.
           STRING w-banda-desde DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               w-banda-hasta DELIMITED BY SIZE
               INTO w-banda-texto
           END-STRING.
       550-DIM-SECCION.
           MOVE "seccion" TO w-bi-base.
           MOVE "D" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE "seccion;nombre;cuota;federada;requiere_apto"
               TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen
               READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF NOT seccion-federada
                       MOVE "N" TO sec-federada
                   END-IF
                   IF NOT seccion-requiere-apto
                       MOVE "N" TO sec-req-apto
                   END-IF
                   MOVE sec-cuota TO w-importe-edit
                   MOVE SPACES TO w-linea
                   STRING FUNCTION TRIM(sec-codigo) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(sec-nombre) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(w-importe-edit)
                           DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       sec-federada DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       sec-req-apto DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 160-ESCRIBIR-FILA
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           PERFORM 170-CERRAR-SALIDA.
      * A socio or movement without sucursal carries an empty key;
      * the dimension closes with that row so it resolves too.
       600-DIM-SUCURSAL.
           MOVE "sucursal" TO w-bi-base.
           MOVE "D" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE "sucursal;nombre" TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   MOVE SPACES TO w-linea
                   STRING FUNCTION TRIM(sm-codigo) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(sm-nombre) DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 160-ESCRIBIR-FILA
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           MOVE ";SIN SUCURSAL" TO w-linea.
           PERFORM 160-ESCRIBIR-FILA.
           PERFORM 170-CERRAR-SALIDA.
      * One row per month from the oldest periodo billed in
      * cuotas.dat to twelve months ahead of today, with the close
      * state CIERRE-PERIODO keeps in periodos.dat.
       650-DIM-PERIODO.
           MOVE "periodo" TO w-bi-base.
           MOVE "D" TO w-bi-tipo.
           MOVE "C" TO w-bi-modo.
           MOVE "periodo;anio;mes;trimestre;estado" TO w-bi-encabezado.
           PERFORM 150-ABRIR-SALIDA.
           PERFORM 660-CARGAR-PERIODOS.
           IF w-per-min = 0 OR w-per-min > w-periodo-hoy
               MOVE w-periodo-hoy TO w-per-min
           END-IF.
           COMPUTE w-per-hasta = w-periodo-hoy + 100.
           MOVE w-per-min TO w-per-iter.
           PERFORM UNTIL w-per-iter > w-per-hasta
               PERFORM 670-FILA-PERIODO
               IF w-per-iter(5:2) = "12"
                   COMPUTE w-per-iter = w-per-iter + 89
               ELSE
                   ADD 1 TO w-per-iter
               END-IF
           END-PERFORM.
           PERFORM 170-CERRAR-SALIDA.
       660-CARGAR-PERIODOS.
           MOVE 0 TO w-cant-per.
           OPEN INPUT PERIODOS.
           IF w-periodos-status = "00"
               MOVE 0 TO w-sen
               READ PERIODOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-per >= 600
                   ADD 1 TO w-cant-per
                   MOVE per-periodo TO tpe-periodo(w-cant-per)
                   MOVE per-estado TO tpe-estado(w-cant-per)
                   READ PERIODOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
           MOVE 0 TO w-sen.
       670-FILA-PERIODO.
           MOVE w-per-iter(1:4) TO w-anio.
           MOVE w-per-iter(5:2) TO w-mes.
           COMPUTE w-trimestre = (w-mes + 2) / 3.
           MOVE "ABIERTO" TO w-per-estado.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-per
               IF tpe-periodo(w-p) = w-per-iter
                   IF tpe-estado(w-p) = "C"
                       MOVE "CERRADO" TO w-per-estado
                   ELSE
                       MOVE "REABIERTO" TO w-per-estado
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING w-per-iter DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               w-mes DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               w-trimestre DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(w-per-estado) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 160-ESCRIBIR-FILA.
      * The control rows go to bi-control.dat only once every file is
      * complete: a run that aborts half-way leaves no trace there,
      * so the next run extracts the same window again.
       800-FIN.
           OPEN EXTEND BI-CONTROL.
           IF w-bi-control-status = "35"
               OPEN OUTPUT BI-CONTROL
               CLOSE BI-CONTROL
               OPEN EXTEND BI-CONTROL
           END-IF.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cant-ctl
               MOVE w-hoy TO bc-fecha
               MOVE w-hora TO bc-hora
               MOVE tbc-archivo(w-k) TO bc-archivo
               MOVE tbc-tipo(w-k) TO bc-tipo
               MOVE tbc-modo(w-k) TO bc-modo
               MOVE tbc-desde(w-k) TO bc-desde
               MOVE tbc-hasta(w-k) TO bc-hasta
               MOVE tbc-registros(w-k) TO bc-registros
               WRITE bi-control-reg
           END-PERFORM.
           CLOSE BI-CONTROL.
           DISPLAY "Extracto BI generado: ", w-cant-ctl,
               " archivos, ", w-bi-total, " registros".
           MOVE w-bi-total TO w-bit-procesados.
           MOVE 0 TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
       END PROGRAM EXTRACTO-BI.
