      *          (arch-idx.dat kept in sync), or discard it with a
      *          note. Every resolution is appended to
      *          rechazos-resueltos.dat and the reject files are
      *          rewritten without the worked records. A reinsert
      *          asks for the person's DNI, CUIL or passport and is
      *          refused when identidades.dat already holds it.
      *          As in graba-rel, the code must carry an application
      *          approved in SOLICITUDES-INGRESO: nombre, categoria
      *          and sucursal are taken from it and it is marked
      *          ingresada once the socio is written. A temporario
      *          is left for the ALTA of TABLA-HASH, which takes its
      *          expiry date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RESUELTOS ASSIGN TO "..\rechazos-resueltos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-resueltos-status.
           COPY "CpyIdentidades.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 res-codigo pic 9(4).
           03 res-accion pic x(12).
           03 res-nota pic x(30).
           COPY "CpyIdentidadesReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
           COPY "CpyValidarNombreWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
           COPY "CpySolIngresoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REPROCESA-RECHAZ" TO w-programa-log.
           PERFORM 105-LEER-CONTROL.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
           PERFORM 110-PRIMER-POSICION-VACIA.
           PERFORM 120-CARGAR-RECHAZOS.
       105-LEER-CONTROL.
           DISPLAY "Codigo corregido (actual ",
               tr-codigo(w-eleccion), ")".
           ACCEPT w-codigo-nuevo.
           IF w-codigo-nuevo = 0 OR w-codigo-nuevo > 9999
               DISPLAY "Codigo invalido, el rechazo sigue pendiente"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-codigo-nuevo TO w-sol-buscar-cod.
           PERFORM 992-BUSCAR-APROBADA.
           IF NOT solicitud-hallada
               DISPLAY "No hay solicitud de ingreso aprobada para el"
                   " codigo, el rechazo sigue pendiente"
               EXIT PARAGRAPH
           END-IF.
           IF tsi-categoria(w-si) = "T"
               DISPLAY "La solicitud es de un temporario: dele el"
                   " alta en TABLA-HASH"
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Solicitud ", tsi-numero(w-si), " aprobada: ",
               tsi-nombre(w-si), " categoria ", tsi-categoria(w-si),
               " sucursal ", tsi-sucursal(w-si).
           MOVE tsi-nombre(w-si) TO w-nombre-nuevo.
           MOVE w-nombre-nuevo TO w-nombre-validar.
           PERFORM 980-VALIDAR-NOMBRE.
           IF NOT nombre-valido
               DISPLAY "Nombre invalido, el rechazo sigue pendiente"
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               DISPLAY "Sin documento, el rechazo sigue pendiente"
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               DISPLAY "El documento ya pertenece al socio ",
                   w-idn-codigo-hallado, " (", w-idn-situacion,
                   "), el rechazo sigue pendiente"
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 610-INSERTAR-EN-TABLA.
           IF NOT insercion-ok
               MOVE 0 TO w-sol-hallada
           END-IF.
           IF insercion-ok
               MOVE w-codigo-nuevo TO w-idn-codigo
               PERFORM 964-REGISTRAR-DOCUMENTO
               PERFORM 993-MARCAR-INGRESADA
               MOVE tr-origen(w-eleccion) TO res-origen
               MOVE w-codigo-nuevo TO res-codigo
               MOVE "REINSERTADO" TO res-accion
           MOVE w-codigo-nuevo TO soc-codigo.
           MOVE w-nombre-nuevo TO soc-nombre.
           MOVE "A" TO soc-estado.
           MOVE tsi-categoria(w-si) TO soc-categoria.
           MOVE FUNCTION CURRENT-DATE(1:8) TO soc-fecha-alta.
           MOVE ZERO TO soc-fecha-baja.
           MOVE ZERO TO soc-motivo-baja.
           MOVE tsi-sucursal(w-si) TO soc-sucursal.
       640-REINICIO-OFICINA.
           MOVE w-oficina TO rel-nro.
           READ SOCIOS.
       COPY "CpyValidarNombre.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE SOCIOS.
       END PROGRAM REPROCESA-RECHAZOS.
