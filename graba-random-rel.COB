      *          instead of writing to an operator-chosen rel-nro, so
      *          it cannot corrupt the hash structure. Logs a
      *          before/after image of the record to cambios.dat
      *          ahead of every REWRITE. Like TABLA-HASH.cbl it asks
      *          for the DNI, CUIL or passport of the new socio and
      *          refuses one already in identidades.dat. The code
      *          must carry an application approved in
      *          SOLICITUDES-INGRESO: nombre, categoria and sucursal
      *          are taken from it and it is marked ingresada once
      *          the socio is written. A temporario is asked for the
      *          date its membership ends and every alta for the
      *          campaign for new members it joins under, as in
      *          TABLA-HASH.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpySesionLog.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyIdentidades.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
           COPY "CpyTemporarios.cpy.cbl".
           COPY "CpyCampIngreso.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".

       DATA DIVISION.
       FILE SECTION.
           03 cambio-codigo-despues pic 9(4).
           03 cambio-nombre-despues pic x(20).
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyIdentidadesReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
           COPY "CpyTemporariosReg.cpy.cbl".
           COPY "CpyCampIngresoReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".

       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       01  w-posicion-nula pic 9(3) value zero.
       77  w-seguir pic x value "S".
       77  w-cambios-status pic xx.
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyArchStatusWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
           COPY "CpySolIngresoWS.cpy.cbl".
           COPY "CpyAltaIngresoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               OPEN EXTEND CAMBIOS
           END-IF.
           PERFORM 110-PRIMER-POSICION-VACIA.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-PRIMER-POSICION-VACIA.
           MOVE w-oficina TO rel-nro
           START SOCIOS KEY IS = rel-nro
               ACCEPT w-soc-ant-alfa
               PERFORM 405-VALIDAR-CODIGO
           END-PERFORM.
           PERFORM 407-VERIFICAR-SOLICITUD.
           IF NOT solicitud-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 408-VERIFICAR-DOCUMENTO.
           IF NOT documento-valido OR documento-registrado
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-INVOCAR-FUNCION-HASHING.
           PERFORM 420-BUSCAR-UBICACION.
           MOVE 0 TO w-sol-hallada.
       405-VALIDAR-CODIGO.
           IF w-soc-ant-alfa IS NOT NUMERIC
               DISPLAY "Codigo invalido, ingrese solo numeros"
                   END-IF
               END-IF
           END-IF.
      * Admission goes through SOLICITUDES-INGRESO: the code can only
      * be given to an applicant whose application the comision
      * directiva has approved.
       407-VERIFICAR-SOLICITUD.
           MOVE w-soc-ant TO w-sol-buscar-cod.
           PERFORM 992-BUSCAR-APROBADA.
           IF solicitud-hallada
               DISPLAY "Solicitud ", tsi-numero(w-si), " aprobada: ",
                   tsi-nombre(w-si), " categoria ",
                   tsi-categoria(w-si), " sucursal ",
                   tsi-sucursal(w-si), " acta ", tsi-acta(w-si)
           ELSE
               DISPLAY "No hay solicitud de ingreso aprobada para el"
                   " codigo ", w-soc-ant
               DISPLAY "Registrela en SOLICITUDES-INGRESO; ALTA"
                   " cancelada"
           END-IF.
       408-VERIFICAR-DOCUMENTO.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               DISPLAY "Sin documento de identidad; ALTA cancelada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               DISPLAY "El documento ya pertenece al socio ",
                   w-idn-codigo-hallado, " (", w-idn-situacion, ")"
               DISPLAY "ALTA cancelada"
           END-IF.
       410-INVOCAR-FUNCION-HASHING.
           DIVIDE w-modulo INTO w-soc-ant
                   GIVING w-resul REMAINDER rel-nro.
           MOVE 0 TO cambio-codigo-antes
           MOVE SPACES TO cambio-nombre-antes
           MOVE w-soc-ant TO soc-codigo
           PERFORM 451-TOMAR-DATOS-SOLICITUD
           PERFORM 452-PIDO-DATOS-SOCIO
           PERFORM 470-ACTUALIZAR-SOCIO
           PERFORM 960-SINCRONIZAR-IDX
           MOVE soc-codigo TO w-idn-codigo
           PERFORM 964-REGISTRAR-DOCUMENTO
           PERFORM 926-REGISTRAR-VENCIMIENTO
           PERFORM 927-CAPTURAR-CAMPANIA
           PERFORM 993-MARCAR-INGRESADA
           ADD 1 TO w-sesion-total-operaciones.
       460-INGRESO-EXISTENTE.
           DISPLAY "El socio ya se encuentra registrado"
           MOVE soc-codigo TO cambio-codigo-despues.
           MOVE soc-nombre TO cambio-nombre-despues.
           WRITE cambio-reg.
      * The nombre, categoria and sucursal are the ones the
      * comision directiva approved on the application found by
      * 407-VERIFICAR-SOLICITUD; they are not keyed in again.
       451-TOMAR-DATOS-SOLICITUD.
           MOVE tsi-nombre(w-si) TO soc-nombre.
           MOVE tsi-categoria(w-si) TO soc-categoria.
           MOVE tsi-sucursal(w-si) TO soc-sucursal.
       COPY "CpyValidarFecha.cpy.cbl".
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyRegistrarSesion.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       COPY "CpyAltaIngreso.cpy.cbl".
       452-PIDO-DATOS-SOCIO.
           DISPLAY "Ingrese estado (A-Activo/S-Suspendido/B-Baja)".
           ACCEPT soc-estado.
           IF categ-cadete
               DISPLAY "El cadete requiere un tutor adulto:"
                   " asignelo en PROMO-CADETES tras el alta"
           END-IF.
           MOVE 0 TO w-fecha-ok.
           PERFORM UNTIL fecha-valida
               DISPLAY "Ingrese fecha de alta (AAAAMMDD)"
                       " calendario real y no futura"
               END-IF
           END-PERFORM.
           IF categ-temporario
               PERFORM 925-PEDIR-VENCIMIENTO
           END-IF.
           MOVE ZERO TO soc-fecha-baja.
           MOVE ZERO TO soc-motivo-baja.
       455-MOVER-VARIABLES.
           MOVE w-soc-ant TO soc-codigo
           MOVE 0 TO soc-puntero.
           PERFORM 430-LEER-SOCIO
           MOVE soc-codigo TO cambio-codigo-antes
           MOVE soc-nombre TO cambio-nombre-antes
           PERFORM 451-TOMAR-DATOS-SOLICITUD
           PERFORM 452-PIDO-DATOS-SOCIO
           PERFORM 455-MOVER-VARIABLES
           PERFORM 470-ACTUALIZAR-SOCIO
           PERFORM 960-SINCRONIZAR-IDX
           MOVE soc-codigo TO w-idn-codigo
           PERFORM 964-REGISTRAR-DOCUMENTO
           PERFORM 926-REGISTRAR-VENCIMIENTO
           PERFORM 927-CAPTURAR-CAMPANIA
           PERFORM 993-MARCAR-INGRESADA
           ADD 1 TO w-posicion-nula
           PERFORM 550-REINICIO-OFICINA
           ADD 1 TO w-sesion-total-operaciones.
           PERFORM 470-ACTUALIZAR-SOCIO.
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           IF socios-lo-abri-yo
               CLOSE SOCIOS
           END-IF.
