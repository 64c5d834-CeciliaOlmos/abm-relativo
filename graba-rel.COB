      * Purpose: Nightly batch loader. Reads a day's worth of new-member
      *          forms from altas-del-dia.dat and inserts them into
      *          arch.dat through the same hash/synonym-chain logic used
      *          by TABLA-HASH.cbl, unattended. As at the desk, a
      *          form is rejected to errores.dat unless its code
      *          carries an application approved in
      *          SOLICITUDES-INGRESO (whose nombre, categoria and
      *          sucursal are the ones loaded) and its DNI, CUIL or
      *          passport is valid and not in identidades.dat yet.
      *          A temporario is rejected too: its expiry date is
      *          taken at the desk. Each socio loaded has its
      *          document registered and its application marked
      *          ingresada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
           COPY "CpyIdentidades.cpy.cbl".

       DATA DIVISION.
       FILE SECTION.
           03 altas-categoria pic x.
           03 altas-fecha pic 9(8).
           03 altas-sucursal pic xxx.
           03 altas-doc-tipo pic x.
           03 altas-doc-numero pic x(11).
       FD  ERRORES.
       01  error-reg.
           03 error-codigo pic 9(4).
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
           COPY "CpyIdentidadesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-sen pic 9 value 0.
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpySolIngresoWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
       77  w-parametros-status pic xx.
       77  w-sen-param pic 9 value 0.
           88 fin-parametros value 1.
           PERFORM 110-PRIMER-POSICION-VACIA.
           PERFORM 115-CARGAR-SUCURSALES.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
           WRITE checkpoint-reg.
           CLOSE CHECKPOINT.
       310-PROCESAR-ALTA.
           PERFORM 312-VERIFICAR-SOLICITUD.
           IF w-error-razon NOT = SPACES
               PERFORM 315-RECHAZAR
               EXIT PARAGRAPH
           END-IF.
           MOVE altas-nombre TO w-nombre-validar.
           PERFORM 980-VALIDAR-NOMBRE.
           PERFORM 116-VALIDAR-SUCURSAL.
                   MOVE altas-sucursal TO soc-sucursal
                   REWRITE soc-reg
                   PERFORM 960-SINCRONIZAR-IDX
                   PERFORM 318-CERRAR-INGRESO
                   ADD 1 TO w-contador
               ELSE
                   IF soc-codigo = altas-codigo
           END-IF
           END-IF
           END-IF.
      * The form must match an approved application, whose data
      * replace the ones typed on the form, and a document that no
      * socio holds yet. w-error-razon comes back with the reason
      * when it does not.
       312-VERIFICAR-SOLICITUD.
           MOVE SPACES TO w-error-razon.
           MOVE altas-codigo TO w-sol-buscar-cod.
           PERFORM 992-BUSCAR-APROBADA.
           IF NOT solicitud-hallada
               MOVE "SIN SOLICITUD APROB" TO w-error-razon
               EXIT PARAGRAPH
           END-IF.
           MOVE tsi-nombre(w-si) TO altas-nombre.
           MOVE tsi-categoria(w-si) TO altas-categoria.
           MOVE tsi-sucursal(w-si) TO altas-sucursal.
           IF altas-categoria = "T"
               MOVE "TEMPORARIO" TO w-error-razon
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(altas-doc-tipo) TO w-idn-tipo.
           MOVE altas-doc-numero TO w-idn-entrada.
           PERFORM 962-VALIDAR-DOCUMENTO.
           IF NOT documento-valido
               MOVE "DOCUMENTO INVALIDO" TO w-error-razon
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               MOVE "DOCUMENTO REGISTRADO" TO w-error-razon
           END-IF.
       318-CERRAR-INGRESO.
           MOVE altas-codigo TO w-idn-codigo.
           PERFORM 964-REGISTRAR-DOCUMENTO.
           PERFORM 993-MARCAR-INGRESADA.
       315-RECHAZAR.
           MOVE altas-codigo TO error-codigo.
           MOVE altas-nombre TO error-nombre.
       COPY "CpyRegistrarSesion.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       320-UBICAR-SINONIMO.
           IF w-posicion-nula = 0
               DISPLAY "NO HAY LUGAR, se omite el socio ", altas-codigo
               MOVE 0 TO soc-puntero
               REWRITE soc-reg
               PERFORM 960-SINCRONIZAR-IDX
               PERFORM 318-CERRAR-INGRESO
               ADD 1 TO w-posicion-nula
               PERFORM 330-REINICIO-OFICINA
               ADD 1 TO w-contador
           REWRITE soc-reg.
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE SOCIOS.
           CLOSE ALTAS-DEL-DIA.
           CLOSE ERRORES.
