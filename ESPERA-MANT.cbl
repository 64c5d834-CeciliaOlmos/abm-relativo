      *          REHASH-TABLA.cbl freed space - promotes pending
      *          entries into real ALTAs through the normal
      *          hash/synonym path in application order, logging each
      *          promotion to auditoria.dat. A promotion is the
      *          ALTA of TABLA-HASH: the application must still be
      *          approved in SOLICITUDES-INGRESO and is marked
      *          ingresada, the document queued with the entry is
      *          checked again and recorded in identidades.dat, a
      *          temporario is asked its expiry date and the
      *          new-member campaign is taken at the desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
           COPY "CpyIdentidades.cpy.cbl".
           COPY "CpyTemporarios.cpy.cbl".
           COPY "CpyCampIngreso.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
           COPY "CpyIdentidadesReg.cpy.cbl".
           COPY "CpyTemporariosReg.cpy.cbl".
           COPY "CpyCampIngresoReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
               07 te-fecha pic 9(8).
               07 te-prioridad pic 99.
               07 te-situacion pic x.
               07 te-solicitud pic 9(5).
               07 te-sucursal pic xxx.
               07 te-doc-tipo pic x.
               07 te-doc-numero pic x(11).
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpySolIngresoWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
           COPY "CpyAltaIngresoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ESPERA-MANT" TO w-programa-log.
           PERFORM 105-LEER-CONTROL.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
           PERFORM 110-PRIMER-POSICION-VACIA.
           PERFORM 120-CARGAR-ESPERA.
       105-LEER-CONTROL.
                   MOVE esp-fecha TO te-fecha(w-cant)
                   MOVE esp-prioridad TO te-prioridad(w-cant)
                   MOVE esp-situacion TO te-situacion(w-cant)
                   MOVE esp-solicitud TO te-solicitud(w-cant)
                   MOVE esp-sucursal TO te-sucursal(w-cant)
                   MOVE esp-doc-tipo TO te-doc-tipo(w-cant)
                   MOVE esp-doc-numero TO te-doc-numero(w-cant)
                   READ LISTA-ESPERA AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA
               MOVE te-fecha(w-i) TO esp-fecha
               MOVE te-prioridad(w-i) TO esp-prioridad
               MOVE te-situacion(w-i) TO esp-situacion
               MOVE te-solicitud(w-i) TO esp-solicitud
               MOVE te-sucursal(w-i) TO esp-sucursal
               MOVE te-doc-tipo(w-i) TO esp-doc-tipo
               MOVE te-doc-numero(w-i) TO esp-doc-numero
               WRITE espera-reg
           END-PERFORM.
           CLOSE LISTA-ESPERA.
               MOVE "D" TO te-situacion(w-i)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 715-VERIFICAR-INGRESO.
           IF NOT solicitud-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE w-resto TO rel-nro.
           READ SOCIOS.
           IF soc-codigo = 0
           ELSE
               IF w-posicion-nula = 0
                   MOVE 1 TO w-sin-lugar
                   MOVE 0 TO w-sol-hallada
               ELSE
                   PERFORM UNTIL soc-puntero = 0
                       MOVE soc-puntero TO rel-nro
                   REWRITE soc-reg
                   PERFORM 960-SINCRONIZAR-IDX
                   ADD 1 TO w-posicion-nula
                   PERFORM 730-FINALIZAR-PROMOCION
                   PERFORM 740-REINICIO-OFICINA
               END-IF
           END-IF.
      * Walks the whole synonym chain of the bucket before the
                   END-IF
               END-IF
           END-PERFORM.
      * The entry is promoted only while its application is still
      * approved and its document still free, as 407 and 408 of
      * TABLA-HASH require at the counter. An entry queued without a
      * document asks for it now; one whose application is no longer
      * approved stays pending for the operator to discard.
       715-VERIFICAR-INGRESO.
           MOVE w-codigo TO w-sol-buscar-cod.
           PERFORM 992-BUSCAR-APROBADA.
           IF NOT solicitud-hallada
               DISPLAY "El codigo ", w-codigo, " no tiene solicitud"
                   " de ingreso aprobada, sigue pendiente"
               EXIT PARAGRAPH
           END-IF.
           IF te-doc-tipo(w-i) = SPACE
               DISPLAY "Solicitud en espera de ", te-nombre(w-i),
                   " sin documento de identidad"
               PERFORM 958-PEDIR-DOCUMENTO
           ELSE
               MOVE te-doc-tipo(w-i) TO w-idn-tipo
               MOVE te-doc-numero(w-i) TO w-idn-entrada
               PERFORM 962-VALIDAR-DOCUMENTO
           END-IF.
           IF NOT documento-valido
               DISPLAY "El codigo ", w-codigo, " sigue pendiente"
                   " sin documento"
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               DISPLAY "El documento ya pertenece al socio ",
                   w-idn-codigo-hallado, " (", w-idn-situacion,
                   "), solicitud descartada"
               MOVE "D" TO te-situacion(w-i)
               MOVE 0 TO w-sol-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE w-idn-tipo TO te-doc-tipo(w-i).
           MOVE w-idn-numero TO te-doc-numero(w-i).
       720-ARMAR-REGISTRO.
           MOVE w-codigo TO soc-codigo.
           MOVE tsi-nombre(w-si) TO soc-nombre.
           MOVE te-estado(w-i) TO soc-estado.
           MOVE tsi-categoria(w-si) TO soc-categoria.
           MOVE FUNCTION CURRENT-DATE(1:8) TO soc-fecha-alta.
           MOVE ZERO TO soc-fecha-baja.
           MOVE ZERO TO soc-motivo-baja.
           MOVE tsi-sucursal(w-si) TO soc-sucursal.
           IF categ-temporario
               DISPLAY "Alta de ", soc-nombre, " (temporario)"
               PERFORM 925-PEDIR-VENCIMIENTO
           END-IF.
       730-FINALIZAR-PROMOCION.
           MOVE "A" TO te-situacion(w-i).
           ADD 1 TO w-promovidos.
           MOVE te-nombre(w-i) TO audit-nombre-despues.
           WRITE audit-reg.
           CLOSE AUDITORIA.
           MOVE w-codigo TO w-idn-codigo.
           PERFORM 964-REGISTRAR-DOCUMENTO.
           PERFORM 926-REGISTRAR-VENCIMIENTO.
           PERFORM 927-CAPTURAR-CAMPANIA.
           PERFORM 993-MARCAR-INGRESADA.
       740-REINICIO-OFICINA.
           MOVE w-oficina TO rel-nro.
           READ SOCIOS.
           REWRITE soc-reg.
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       COPY "CpyAltaIngreso.cpy.cbl".
       800-FIN.
           PERFORM 968-CERRAR-IDENTIDADES.
           PERFORM 957-CERRAR-IDX.
           CLOSE SOCIOS.
       END PROGRAM ESPERA-MANT.
