      * Purpose: Gate access control. The gate operator scans or
      *          types a soc-codigo and gets a big ALLOWED/DENIED
      *          answer resolved by direct key against arch-idx.dat
      *          (activo = PERMITIDO; suspendido, en licencia, de
      *          baja or unknown
      *          = DENEGADO with the reason; an activo under a
      *          sanction of the tribunal de disciplina in force,
      *          from sanciones.dat, = DENEGADO with reason
      *          SANCION), and every attempt is
      *          logged with date and time to asistencia.dat, which
      *          feeds the facility-usage report
      *          USO-INSTALACIONES.cbl. Non-members enter with the
      *          number of a day pass or season ticket sold by
      *          PASES-VENTA, checked against its validity and
      *          logged as PASE with the pass number. The gate is
      *          warned at start-up when its area is closed right now
      *          by an open work order of ordenes-trabajo.dat, or
      *          when today is a closure day of the club calendar
      *          feriados.dat. Entering over the aforo of the area
      *          needs a supervisor and goes to excepciones.dat.
      *          The club staff clock in and out at the same prompt
      *          with their five-digit number of personal.dat; the
      *          marks go to fichadas-personal.dat for the monthly
      *          PERSONAL-HORAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           SELECT ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asistencia-status.
           COPY "CpyAptos.cpy.cbl".
           COPY "CpyVisitasRec.cpy.cbl".
           COPY "CpySanciones.cpy.cbl".
           COPY "CpyPases.cpy.cbl".
           COPY "CpyOrdenesTrab.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyPersonal.cpy.cbl".
           COPY "CpyFichadas.cpy.cbl".
           SELECT PADRON-EXTERNO
               ASSIGN TO "..\partner-roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
       FD  ASISTENCIA.
       01  asistencia-reg.
           03 asi-fecha pic 9(8).
               88 mov-ingreso value "I" " ".
               88 mov-egreso value "E".
           03 asi-area pic xxx.
      * Only entries with a pass carry its number; zero otherwise.
           03 asi-pase pic 9(6).
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpyVisitasRecReg.cpy.cbl".
           COPY "CpySancionesReg.cpy.cbl".
           COPY "CpyPasesReg.cpy.cbl".
           COPY "CpyOrdenesTrabReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyPersonalReg.cpy.cbl".
           COPY "CpyFichadasReg.cpy.cbl".
       FD  PADRON-EXTERNO.
       01  padron-ext-reg.
           03 pext-codigo pic 9(4).
       77  w-movimiento pic x.
           88 mov-egreso-pedido value "E".
           88 mov-reciproco-pedido value "R".
           88 mov-pase-pedido value "P".
       77  w-pases-status pic xx.
       77  w-ordenes-trab-status pic xx.
       77  w-ahora pic 9(10).
       77  w-ot-desde pic 9(10).
       77  w-ot-hasta pic 9(10).
       77  w-pase-numero pic 9(6).
       77  w-pase-hallado pic 9 value 0.
           88 pase-hallado value 1.
       77  w-pase-desde pic 9(8).
       77  w-pase-hasta pic 9(8).
       77  w-pase-documento pic 9(8).
       01  w-pase-nombre pic x(20).
       77  w-visitas-rec-status pic xx.
       77  w-padron-ext-status pic xx.
       01  w-club pic xxx.
       01  w-visit-nombre pic x(20).
       77  w-autoriza pic x.
       01  w-clave-aforo pic x(20).
       77  w-codigo-porteria pic 9(5).
       77  w-personal-status pic xx.
       77  w-fichadas-status pic xx.
       77  w-emp-hallado pic 9 value 0.
           88 empleado-hallado value 1.
       01  w-emp-nombre pic x(20).
       77  w-emp-estado pic x.
       77  w-emp-entrada pic 9(4).
       77  w-emp-salida pic 9(4).
       77  w-fichadas-hoy pic 9(3).
           COPY "CpySancionVigWS.cpy.cbl".
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ACCESO-CLUB" TO w-programa-log.
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           DISPLAY "Ingrese codigo de socio o de personal (0 = fin)".
           ACCEPT w-codigo-porteria.
           PERFORM UNTIL w-codigo-porteria = 0
               IF w-codigo-porteria > 9999
                   PERFORM 380-FICHADA-PERSONAL
               ELSE
                   MOVE w-codigo-porteria TO w-soc-codigo
                   PERFORM 250-PEDIR-MOVIMIENTO
                   EVALUATE TRUE
                       WHEN mov-egreso-pedido
                           PERFORM 320-REGISTRAR-SALIDA
                       WHEN mov-reciproco-pedido
                           PERFORM 340-ACCESO-RECIPROCO
                       WHEN mov-pase-pedido
                           PERFORM 370-ACCESO-PASE
                       WHEN OTHER
                           PERFORM 300-CONTROLAR-ACCESO
                   END-EVALUATE
               END-IF
               DISPLAY "Ingrese codigo de socio o de personal"
                   " (0 = fin)"
               ACCEPT w-codigo-porteria
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       COPY "CpySancionVig.cpy.cbl".
       COPY "CpyCalendario.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           DISPLAY "Ingrese area de esta porteria (vacio = GRL)".
               MOVE "GRL" TO w-area
           END-IF.
           PERFORM 110-LEER-LIMITE-AFORO.
           PERFORM 115-VERIFICAR-OBRA-AREA.
           PERFORM 116-VERIFICAR-CIERRE-CLUB.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
               CLOSE PARAMETROS
           END-IF.
           PERFORM 120-CONTAR-OCUPACION.
      * An area work order only warns: the gate still records who
      * comes in, but the operator can tell them the area is shut.
       115-VERIFICAR-OBRA-AREA.
           MOVE FUNCTION CURRENT-DATE(1:10) TO w-ahora.
           OPEN INPUT ORDENES-TRAB.
           IF w-ordenes-trab-status = "00"
               MOVE 0 TO w-sen-param
               READ ORDENES-TRAB AT END MOVE 1 TO w-sen-param END-READ
               PERFORM UNTIL fin-parametros
                   COMPUTE w-ot-desde =
                       ot-desde-fecha * 100 + ot-desde-hora
                   COMPUTE w-ot-hasta =
                       ot-hasta-fecha * 100 + ot-hasta-hora
                   IF ot-de-area AND ot-seccion = w-area AND
                      (ot-pendiente OR ot-en-curso) AND
                      w-ahora >= w-ot-desde AND w-ahora < w-ot-hasta
                       DISPLAY "*** ATENCION *** AREA CERRADA POR LA"
                           " ORDEN DE TRABAJO ", ot-numero, ": ",
                           ot-descripcion
                   END-IF
                   READ ORDENES-TRAB AT END MOVE 1 TO w-sen-param
                   END-READ
               END-PERFORM
               CLOSE ORDENES-TRAB
           END-IF.
           MOVE 0 TO w-sen-param.
      * Same warning when the club calendar has today as a closure
      * day of the club.
       116-VERIFICAR-CIERRE-CLUB.
           PERFORM 981-CARGAR-CALENDARIO.
           MOVE w-hoy TO w-cal-fecha.
           PERFORM 982-VERIFICAR-DIA.
           IF dia-cierre-club
               DISPLAY "*** ATENCION *** HOY EL CLUB PERMANECE"
                   " CERRADO: ", w-cal-descripcion
           END-IF.
       120-CONTAR-OCUPACION.
           MOVE 0 TO w-ocupacion.
           OPEN INPUT ASISTENCIA.
                           SUBTRACT 1 FROM w-ocupacion
                       ELSE
                           IF acceso-permitido OR
                              asi-resultado = "RECIPROCO" OR
                              asi-resultado = "PASE" OR
                              asi-resultado = "INVITADO"
                               ADD 1 TO w-ocupacion
                           END-IF
                       END-IF
       250-PEDIR-MOVIMIENTO.
           MOVE SPACES TO w-movimiento.
           PERFORM UNTIL w-movimiento = "I" OR w-movimiento = "E"
                   OR w-movimiento = "R" OR w-movimiento = "P"
               DISPLAY "Movimiento: I-Ingreso / E-Egreso /"
                   " R-Reciprocidad club amigo / P-Pase no socio"
               ACCEPT w-movimiento
               MOVE FUNCTION UPPER-CASE(w-movimiento)
                   TO w-movimiento
           MOVE "SALIDA" TO asi-resultado.
           MOVE "E" TO asi-movimiento.
           MOVE w-area TO asi-area.
           MOVE 0 TO asi-pase.
           WRITE asistencia-reg.
           IF w-ocupacion > 0
               SUBTRACT 1 FROM w-ocupacion
           END-IF.
           DISPLAY "Salida registrada, ocupacion: ", w-ocupacion.
      * The caller moves the socio (zero for a visitor or a pass)
      * and the document of the entry to w-exc-codigo and
      * w-exc-documento; an authorized excess is recorded in
      * excepciones.dat right away, since the entry follows.
       330-CONTROLAR-AFORO.
           IF w-aforo-limite = 0 OR w-ocupacion < w-aforo-limite
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "*** AFORO COMPLETO *** area ", w-area, " (",
               w-ocupacion, " de ", w-aforo-limite, ")".
           PERFORM 969-AUTORIZAR-EXCEPCION.
           IF NOT excepcion-autorizada
               DISPLAY "Solo un supervisor puede autorizar el"
                   " exceso de aforo"
               MOVE "DENEGADO" TO w-resultado
           ACCEPT w-autoriza.
           IF w-autoriza NOT = "S" AND w-autoriza NOT = "s"
               MOVE "DENEGADO" TO w-resultado
               EXIT PARAGRAPH
           END-IF.
           MOVE "AFORO-EXCEDIDO" TO w-exc-regla.
           MOVE SPACES TO w-exc-detalle.
           STRING "AREA " DELIMITED BY SIZE
               w-area DELIMITED BY SIZE
               " LIMITE " DELIMITED BY SIZE
               w-aforo-limite DELIMITED BY SIZE
               INTO w-exc-detalle
           END-STRING.
           PERFORM 959-REGISTRAR-EXCEPCION.
      * A visiting member of a partner club validates against the
      * same partner-roster.dat IMPORTA-LOTE uses; the visit is
      * recorded with the club code for the monthly settlement of
               EXIT PARAGRAPH
           END-IF.
           MOVE "PERMITIDO" TO w-resultado.
           MOVE 0 TO w-exc-codigo.
           MOVE SPACES TO w-exc-documento.
           STRING "CLUB " DELIMITED BY SIZE
               w-club DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-visitante DELIMITED BY SIZE
               INTO w-exc-documento
           END-STRING.
           PERFORM 330-CONTROLAR-AFORO.
           IF w-resultado NOT = "PERMITIDO"
               DISPLAY "*** DENEGADO *** AFORO COMPLETO"
           MOVE "RECIPROCO" TO asi-resultado.
           MOVE "I" TO asi-movimiento.
           MOVE w-area TO asi-area.
           MOVE 0 TO asi-pase.
           WRITE asistencia-reg.
           ADD 1 TO w-ocupacion.
       345-VALIDAR-EN-ROSTER.
           CLOSE PADRON-EXTERNO.
           MOVE 0 TO w-sen-apto.
       300-CONTROLAR-ACCESO.
           MOVE w-soc-codigo TO w-san-buscar-cod.
           MOVE w-hoy TO w-san-buscar-fecha.
           PERFORM 995-VERIFICAR-SANCION.
           MOVE w-soc-codigo TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   DISPLAY "*** DENEGADO *** SOCIO INEXISTENTE"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN idx-socio-activo AND sancion-en-vigor
                           MOVE "DENEGADO" TO w-resultado
                           DISPLAY "*** DENEGADO *** SANCION HASTA ",
                               w-san-hasta-vigor, " (",
                               w-san-resol-vigor, ")"
                       WHEN idx-socio-activo
                           MOVE "PERMITIDO" TO w-resultado
                           DISPLAY "*** PERMITIDO *** ",
                               soc-idx-nombre
                           PERFORM 350-MOSTRAR-RESERVA-HOY
                           PERFORM 360-AVISAR-APTO
                       WHEN idx-socio-licencia
                           MOVE "DENEGADO" TO w-resultado
                           DISPLAY "*** DENEGADO *** SOCIO EN"
                               " LICENCIA"
                       WHEN idx-socio-suspendido
                           MOVE "DENEGADO" TO w-resultado
                           DISPLAY "*** DENEGADO *** SOCIO"
                   END-EVALUATE
           END-READ.
           IF w-resultado = "PERMITIDO"
               MOVE w-soc-codigo TO w-exc-codigo
               MOVE "INGRESO" TO w-exc-documento
               PERFORM 330-CONTROLAR-AFORO
               IF w-resultado NOT = "PERMITIDO"
                   DISPLAY "*** DENEGADO *** AFORO COMPLETO"
           MOVE w-resultado TO asi-resultado.
           MOVE "I" TO asi-movimiento.
           MOVE w-area TO asi-area.
           MOVE 0 TO asi-pase.
           WRITE asistencia-reg.
           IF w-resultado = "PERMITIDO"
               ADD 1 TO w-ocupacion
               DISPLAY "  AVISO: APTO MEDICO VENCIDO EL ",
                   w-apto-vigente
           END-IF.
      * The code typed at the first prompt is not used for a pass:
      * the holder is identified by the pass number alone. A valid
      * pass enters the aforo count like any entry and is logged as
      * PASE so REPORTE-AFORO counts it; a refused one is logged as
      * DENEGADO with the number tried.
       370-ACCESO-PASE.
           DISPLAY "Ingrese numero de pase".
           ACCEPT w-pase-numero.
           PERFORM 375-BUSCAR-PASE.
           EVALUATE TRUE
               WHEN NOT pase-hallado
                   MOVE "DENEGADO" TO w-resultado
                   DISPLAY "*** DENEGADO *** PASE INEXISTENTE"
               WHEN w-pase-desde > w-hoy
                   MOVE "DENEGADO" TO w-resultado
                   DISPLAY "*** DENEGADO *** PASE VALIDO DESDE ",
                       w-pase-desde
               WHEN w-pase-hasta < w-hoy
                   MOVE "DENEGADO" TO w-resultado
                   DISPLAY "*** DENEGADO *** PASE VENCIDO EL ",
                       w-pase-hasta
               WHEN OTHER
                   MOVE "PERMITIDO" TO w-resultado
                   MOVE 0 TO w-exc-codigo
                   MOVE SPACES TO w-exc-documento
                   STRING "PASE " DELIMITED BY SIZE
                       w-pase-numero DELIMITED BY SIZE
                       INTO w-exc-documento
                   END-STRING
                   PERFORM 330-CONTROLAR-AFORO
                   IF w-resultado = "PERMITIDO"
                       MOVE "PASE" TO w-resultado
                       DISPLAY "*** PERMITIDO (PASE) *** ",
                           w-pase-nombre, " DOC ", w-pase-documento
                   ELSE
                       DISPLAY "*** DENEGADO *** AFORO COMPLETO"
                   END-IF
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO asi-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO asi-hora.
           MOVE 0 TO asi-codigo.
           MOVE w-resultado TO asi-resultado.
           MOVE "I" TO asi-movimiento.
           MOVE w-area TO asi-area.
           MOVE w-pase-numero TO asi-pase.
           WRITE asistencia-reg.
           IF w-resultado = "PASE"
               ADD 1 TO w-ocupacion
           END-IF.
       375-BUSCAR-PASE.
           MOVE 0 TO w-pase-hallado.
           OPEN INPUT PASES.
           IF w-pases-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-res.
           READ PASES AT END MOVE 1 TO w-sen-res END-READ.
           PERFORM UNTIL fin-reservas OR pase-hallado
               IF pase-numero = w-pase-numero
                   MOVE 1 TO w-pase-hallado
                   MOVE pase-desde TO w-pase-desde
                   MOVE pase-hasta TO w-pase-hasta
                   MOVE pase-documento TO w-pase-documento
                   MOVE pase-nombre TO w-pase-nombre
               ELSE
                   READ PASES AT END MOVE 1 TO w-sen-res END-READ
               END-IF
           END-PERFORM.
           CLOSE PASES.
           MOVE 0 TO w-sen-res.
      * Staff clock in and out with their five-digit employee number
      * of personal.dat; the marks go to fichadas-personal.dat, not
      * to asistencia.dat, and do not count in the aforo. The gate
      * does not ask the movement: an even number of marks of the
      * employee today makes this one an entrada, an odd one a
      * salida.
       380-FICHADA-PERSONAL.
           PERFORM 385-BUSCAR-EMPLEADO.
           IF NOT empleado-hallado
               DISPLAY "*** DENEGADO *** EMPLEADO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           IF w-emp-estado NOT = "A"
               DISPLAY "*** DENEGADO *** EMPLEADO DE BAJA"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-fichadas-hoy.
           OPEN INPUT FICHADAS.
           IF w-fichadas-status = "00"
               MOVE 0 TO w-sen-res
               READ FICHADAS AT END MOVE 1 TO w-sen-res END-READ
               PERFORM UNTIL fin-reservas
                   IF fic-fecha = w-hoy AND
                      fic-numero = w-codigo-porteria
                       ADD 1 TO w-fichadas-hoy
                   END-IF
                   READ FICHADAS AT END MOVE 1 TO w-sen-res END-READ
               END-PERFORM
               CLOSE FICHADAS
           END-IF.
           MOVE 0 TO w-sen-res.
           OPEN EXTEND FICHADAS.
           IF w-fichadas-status = "35"
               OPEN OUTPUT FICHADAS
               CLOSE FICHADAS
               OPEN EXTEND FICHADAS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fic-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO fic-hora.
           MOVE w-codigo-porteria TO fic-numero.
           IF FUNCTION MOD(w-fichadas-hoy, 2) = 0
               MOVE "E" TO fic-movimiento
           ELSE
               MOVE "S" TO fic-movimiento
           END-IF.
           MOVE w-area TO fic-area.
           WRITE fichada-reg.
           CLOSE FICHADAS.
           IF fichada-entrada
               DISPLAY "*** ENTRADA DE PERSONAL *** ", w-emp-nombre
               IF w-emp-entrada = 0 AND w-emp-salida = 0
                   DISPLAY "  HOY ES FRANCO SEGUN SU TURNO"
               ELSE
                   DISPLAY "  TURNO DE HOY: ", w-emp-entrada(1:2),
                       ":", w-emp-entrada(3:2), " A ",
                       w-emp-salida(1:2), ":", w-emp-salida(3:2)
               END-IF
           ELSE
               DISPLAY "*** SALIDA DE PERSONAL *** ", w-emp-nombre
           END-IF.
       385-BUSCAR-EMPLEADO.
           MOVE 0 TO w-emp-hallado.
           MOVE w-hoy TO w-cal-fecha.
           PERFORM 982-VERIFICAR-DIA.
           OPEN INPUT PERSONAL.
           IF w-personal-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-res.
           READ PERSONAL AT END MOVE 1 TO w-sen-res END-READ.
           PERFORM UNTIL fin-reservas OR empleado-hallado
               IF per-numero = w-codigo-porteria
                   MOVE 1 TO w-emp-hallado
                   MOVE per-nombre TO w-emp-nombre
                   MOVE per-estado TO w-emp-estado
                   MOVE per-entrada(w-cal-dia-semana) TO w-emp-entrada
                   MOVE per-salida(w-cal-dia-semana) TO w-emp-salida
               ELSE
                   READ PERSONAL AT END MOVE 1 TO w-sen-res END-READ
               END-IF
           END-PERFORM.
           CLOSE PERSONAL.
           MOVE 0 TO w-sen-res.
       800-FIN.
           CLOSE SOCIOS-IDX.
           CLOSE ASISTENCIA.
