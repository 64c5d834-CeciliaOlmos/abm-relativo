           COPY "CpyAprobaciones.cpy.cbl".
           COPY "CpyEstadHist.cpy.cbl".
           COPY "CpyEspera.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
           COPY "CpyTemporarios.cpy.cbl".
           COPY "CpyIdentidades.cpy.cbl".
           COPY "CpyCampIngreso.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
       FD  SUCURSALES-MANT.
           COPY "CpyAprobacionesReg.cpy.cbl".
           COPY "CpyEstadHistReg.cpy.cbl".
           COPY "CpyEsperaReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
           COPY "CpyTemporariosReg.cpy.cbl".
           COPY "CpyIdentidadesReg.cpy.cbl".
           COPY "CpyCampIngresoReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".

       WORKING-STORAGE SECTION.
       77  sen pic 9.
       77  w-sen-suc pic 9.
           88 fin-sucursales value 1.
       77  w-cant-suc pic 99 value 0.
       01  vec-suc.
           03 suc-entry occurs 1 to 50 times
                   depending on w-cant-suc.
       77  w-estad-hist-status pic xx.
       77  w-espera-status pic xx.
       77  w-anotar-espera pic x.
           COPY "CpyAltaIngresoWS.cpy.cbl".
           COPY "CpyValidarNombreWS.cpy.cbl".
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyArchStatusWS.cpy.cbl".
       77  w-renum-ok pic 9 value 0.
           88 renumeracion-completada value 1.
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpySolIngresoWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
           COPY "CpyCodPostalWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               PERFORM 115-CARGAR-SUCURSALES
               PERFORM 117-ABRIR-CONTACTOS
               PERFORM 955-ABRIR-IDX
               PERFORM 961-ABRIR-IDENTIDADES
               MOVE w-operador TO w-idn-operador
               PERFORM 103-CREAR-LOCK
           END-IF.
       101-VERIFICAR-LOCK.
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
       402-SUGERIR-CODIGO.
           COMPUTE w-proximo-codigo-sugerido =
               w-ultimo-codigo-emitido + 1.
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
      * A person holds one code only: the DNI, CUIL or passport of
      * the applicant must not be in identidades.dat already, under
      * any code and whatever its estado, or a former member
      * de baja por falta de pago could come back with a new code
      * and a clean slate.
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
               IF w-idn-motivo = 2
                   DISPLAY "Dado de baja por falta de pago"
               END-IF
               DISPLAY "ALTA cancelada; use REINCORPORAR si"
                   " corresponde"
           END-IF.
       410-INVOCAR-FUNCION-HASHING.
           DIVIDE w-modulo INTO w-soc-ant
                   GIVING w-resul REMAINDER rel-nro.

       440-PRIMER-INGRESO.
            MOVE w-soc-ant to soc-codigo
               PERFORM 451-TOMAR-DATOS-SOLICITUD
               PERFORM 452-PIDO-DATOS-SOCIO
               PERFORM 470-ACTUALIZAR-SOCIO
               PERFORM 406-ACTUALIZAR-ULTIMO-CODIGO
               MOVE soc-nombre TO w-audit-nombre-despues
               PERFORM 950-REGISTRAR-AUDITORIA
               PERFORM 960-SINCRONIZAR-IDX
               MOVE soc-codigo TO w-idn-codigo
               PERFORM 964-REGISTRAR-DOCUMENTO
               PERFORM 926-REGISTRAR-VENCIMIENTO
               PERFORM 927-CAPTURAR-CAMPANIA
               PERFORM 456-CAPTURAR-CONTACTO
               PERFORM 993-MARCAR-INGRESADA
               ADD 1 TO w-ses-altas-ok.
       406-ACTUALIZAR-ULTIMO-CODIGO.
           IF w-soc-ant > w-ultimo-codigo-emitido
           END-PERFORM.
       COPY "CpyValidarNombre.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
      * The nombre, categoria and sucursal are the ones the
      * comision directiva approved on the application found by
      * 407-VERIFICAR-SOLICITUD; they are not keyed in again.
       451-TOMAR-DATOS-SOLICITUD.
           MOVE tsi-nombre(w-si) TO soc-nombre.
           MOVE tsi-categoria(w-si) TO soc-categoria.
           MOVE tsi-sucursal(w-si) TO soc-sucursal.
       452-PIDO-DATOS-SOCIO.
           DISPLAY "Ingrese estado (A-Activo/S-Suspendido/B-Baja)".
           ACCEPT soc-estado.
           IF categ-cadete
               DISPLAY "El cadete requiere un tutor adulto:"
                   " asignelo en PROMO-CADETES tras el alta"
                       " calendario real y no futura"
               END-IF
           END-PERFORM.
           IF categ-temporario
               PERFORM 925-PEDIR-VENCIMIENTO
           END-IF.
           MOVE ZERO TO soc-fecha-baja.
           MOVE ZERO TO soc-motivo-baja.
       COPY "CpyAltaIngreso.cpy.cbl".
       456-CAPTURAR-CONTACTO.
           DISPLAY "Desea cargar los datos de contacto? (S/N)".
           ACCEPT w-cargar-contacto.
           IF w-cargar-contacto = "S" OR w-cargar-contacto = "s"
               MOVE soc-codigo TO contacto-codigo
               PERFORM 941-PEDIR-DOMICILIO
               DISPLAY "Ingrese telefono"
               ACCEPT contacto-telefono
               DISPLAY "Ingrese email"
      * The applicant standing at the counter is not turned away
      * empty-handed anymore: the paperwork goes into the waiting
      * list, and ESPERA-MANT promotes the queue in order once
      * PURGA-BAJAS or REHASH-TABLA frees space. The row carries the
      * approved application and the document already checked by
      * 408, so the promotion gives the same ALTA as this one.
       485-ANOTAR-EN-ESPERA.
           DISPLAY "Desea anotar al solicitante en la lista de"
               " espera? (S/N)".
               OPEN EXTEND LISTA-ESPERA
           END-IF.
           MOVE w-soc-ant TO esp-codigo.
           MOVE tsi-nombre(w-si) TO esp-nombre.
           MOVE "A" TO esp-estado.
           MOVE tsi-categoria(w-si) TO esp-categoria.
           MOVE tsi-numero(w-si) TO esp-solicitud.
           MOVE tsi-sucursal(w-si) TO esp-sucursal.
           MOVE w-idn-tipo TO esp-doc-tipo.
           MOVE w-idn-numero TO esp-doc-numero.
           DISPLAY "Ingrese referencia de contacto (tel o domicilio)".
           ACCEPT esp-contacto.
           MOVE FUNCTION CURRENT-DATE(1:8) TO esp-fecha.
       500-BUSCO-LUGAR.
               MOVE w-posicion-nula to rel-nro
               PERFORM 430-LEER-SOCIO
               PERFORM 451-TOMAR-DATOS-SOLICITUD
               PERFORM 452-PIDO-DATOS-SOCIO
               PERFORM 455-MOVER-VARIABLES
               PERFORM 470-ACTUALIZAR-SOCIO
               MOVE soc-nombre TO w-audit-nombre-despues
               PERFORM 950-REGISTRAR-AUDITORIA
               PERFORM 960-SINCRONIZAR-IDX
               MOVE soc-codigo TO w-idn-codigo
               PERFORM 964-REGISTRAR-DOCUMENTO
               PERFORM 926-REGISTRAR-VENCIMIENTO
               PERFORM 927-CAPTURAR-CAMPANIA
               PERFORM 456-CAPTURAR-CONTACTO
               PERFORM 993-MARCAR-INGRESADA
               ADD 1 TO w-posicion-nula
               PERFORM 550-REINICIO-OFICINA
               PERFORM 406-ACTUALIZAR-ULTIMO-CODIGO
           MOVE 0 TO w-motivo-valido.
           PERFORM UNTIL motivo-valido
               DISPLAY "Motivo: 1-Renuncia 2-Falta de pago "
                   "4-Traslado"
               ACCEPT w-motivo-alfa
               IF w-motivo-alfa = "3"
                   DISPLAY "El fallecimiento se registra con el"
                       " programa FALLECIMIENTO"
               ELSE
                   IF w-motivo-alfa IS NUMERIC AND
                      w-motivo-alfa >= "1" AND w-motivo-alfa <= "4"
                       MOVE 1 TO w-motivo-valido
                   ELSE
                       DISPLAY "Motivo invalido"
                   END-IF
               END-IF
           END-PERFORM.
       730-REGISTRAR-HISTORIAL-BAJA.
           MOVE soc-nombre TO bh-nombre.
           MOVE w-motivo-alfa TO bh-motivo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO bh-fecha.
           MOVE soc-fecha-alta TO bh-fecha-alta.
           WRITE bajas-hist-reg.
       710-BUSCAR-EN-CADENA.
           PERFORM UNTIL baja-encontrado OR soc-codigo = 0
                   MOVE SPACES TO w-audit-nombre-antes
                   MOVE w-ren-nombre TO w-audit-nombre-despues
                   PERFORM 950-REGISTRAR-AUDITORIA
                   MOVE w-ren-codigo-viejo TO w-idn-codigo
                   MOVE w-ren-codigo-nuevo TO w-idn-codigo-nuevo
                   PERFORM 966-TRASPASAR-DOCUMENTOS
                   MOVE 1 TO w-renum-ok
                   DISPLAY "Socio renumerado: codigo ",
                       w-ren-codigo-viejo, " ahora es ",
       COPY "CpyAprobacion.cpy.cbl".
       COPY "CpyRegistrarSesion.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       COPY "CpyDomicilio.cpy.cbl".
       COPY "CpyCodPostal.cpy.cbl".
       800-FIN.
           IF NOT sesion-bloqueada
               DISPLAY "=== RESUMEN DE ALTAS DE LA SESION ==="
               CLOSE BAJAS-HIST
               CLOSE CONTACTOS
               PERFORM 957-CERRAR-IDX
               PERFORM 968-CERRAR-IDENTIDADES
               PERFORM 106-GRABAR-CONTROL
               PERFORM 104-LIBERAR-LOCK
               COMPUTE w-sesion-total-operaciones =
