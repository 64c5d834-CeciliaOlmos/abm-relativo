      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cash remittances (remesas) of the sucursales to the
      *          central treasury. The cash a branch takes over the
      *          counter into its lote of lotes-sucursal.dat travels
      *          to the central office in a bag: the branch records
      *          the remittance (the lote days it covers, always
      *          following on from its previous one, the amount sent,
      *          the bag or slip number and the courier) and the
      *          treasury, a supervisor, records its reception with
      *          the counted amount. Each received remittance is
      *          reconciled in remesas.dat against the lote items of
      *          its days once PROCESA-LOTES-SUC has processed them;
      *          a counted amount different from the one sent or
      *          from the lote items is raised in alertas.dat. The
      *          branches holding cash not yet remitted are listed
      *          by REPORTE-REMESAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS-SUC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyRemesas.cpy.cbl".
           COPY "CpyLotesSuc.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyRemesasReg.cpy.cbl".
           COPY "CpyLotesSucReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-lotes-suc-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen-suc pic 9.
           88 fin-sucursales value 1.
       77  w-cant-suc pic 99 value 0.
       77  w-suc-i pic 99.
       77  w-suc-valida pic 9.
           88 sucursal-valida value 1.
       01  vec-suc.
           03 suc-entry occurs 1 to 50 times
                   depending on w-cant-suc.
               05 cod-suc pic xxx.
               05 nom-suc pic x(11).
       01  w-sucursal pic xxx.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-numero pic 9(5).
       77  w-ult-hasta pic 9(8).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-monto pic 9(8)v99.
       01  w-bolsa pic x(12).
       01  w-transportista pic x(20).
       77  w-hallada pic 9 value 0.
           88 remesa-hallada value 1.
       77  w-conciliadas pic 9(4).
       77  w-diferencias pic 9(4).
       77  w-sin-procesar pic 9(4).
       77  w-listadas pic 9(4).
       01  w-monto-edit pic zzzzzzz9.99.
       01  w-monto-edit-2 pic zzzzzzz9.99.
       01  w-estado-desc pic x(14).
           COPY "CpyRemesasWS.cpy.cbl".
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REMESAS-SUC" TO w-programa-log.
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
       COPY "CpyRemesa.cpy.cbl".
       COPY "CpyAlerta.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 115-CARGAR-SUCURSALES.
           IF w-cant-suc = 0
               DISPLAY "No hay sucursales cargadas en sucursales.dat"
               STOP RUN
           END-IF.
       115-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen-suc
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen-suc
               END-READ
               PERFORM UNTIL fin-sucursales
                   ADD 1 TO w-cant-suc
                   MOVE sm-codigo TO cod-suc(w-cant-suc)
                   MOVE sm-nombre TO nom-suc(w-cant-suc)
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen-suc
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
       120-ELEGIR-SUCURSAL.
           MOVE 0 TO w-suc-valida.
           PERFORM UNTIL sucursal-valida
               DISPLAY "Ingrese codigo de la sucursal"
               ACCEPT w-sucursal
               PERFORM 125-VALIDAR-SUCURSAL
               IF NOT sucursal-valida
                   DISPLAY "La sucursal ", w-sucursal,
                       " no figura en la lista"
               END-IF
           END-PERFORM.
           PERFORM VARYING w-suc-i FROM 1 BY 1
                   UNTIL w-suc-i > w-cant-suc
               IF cod-suc(w-suc-i) = w-sucursal
                   DISPLAY "Sucursal: ", w-sucursal, " ",
                       nom-suc(w-suc-i)
               END-IF
           END-PERFORM.
       125-VALIDAR-SUCURSAL.
           MOVE 0 TO w-suc-valida.
           PERFORM VARYING w-suc-i FROM 1 BY 1
                   UNTIL w-suc-i > w-cant-suc OR sucursal-valida
               IF cod-suc(w-suc-i) = w-sucursal
                   MOVE 1 TO w-suc-valida
               END-IF
           END-PERFORM.
      * Locates remittance w-numero in tab-remesas; w-rm points at it.
       130-BUSCAR-REMESA.
           MOVE 0 TO w-hallada.
           PERFORM VARYING w-rm FROM 1 BY 1
                   UNTIL w-rm > w-cant-rem OR remesa-hallada
               IF trm-numero(w-rm) = w-numero
                   MOVE 1 TO w-hallada
               END-IF
           END-PERFORM.
           IF remesa-hallada
               SUBTRACT 1 FROM w-rm
           END-IF.
       140-DESCRIBIR-ESTADO.
           EVALUATE trm-estado(w-rm)
               WHEN "E"
                   MOVE "EN TRANSITO" TO w-estado-desc
               WHEN "R"
                   MOVE "A CONCILIAR" TO w-estado-desc
               WHEN "C"
                   MOVE "CONCILIADA" TO w-estado-desc
               WHEN "D"
                   MOVE "CON DIFERENCIA" TO w-estado-desc
               WHEN OTHER
                   MOVE "?" TO w-estado-desc
           END-EVALUATE.
       200-MENU.
           DISPLAY "1- Registrar envio de remesa de una sucursal"
           DISPLAY "2- Registrar recepcion en tesoreria central"
           DISPLAY "3- Conciliar remesas recibidas pendientes"
           DISPLAY "4- Listar remesas de una sucursal"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR-ENVIO
               WHEN 2
                   PERFORM 500-REGISTRAR-RECEPCION
               WHEN 3
                   PERFORM 600-CONCILIAR-PENDIENTES
               WHEN 4
                   PERFORM 700-LISTAR-REMESAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A remittance always starts the day after the last day covered
      * by the previous one of the branch, so no lote day is left out
      * or remitted twice; only the first one of a branch asks for
      * its starting day.
       400-REGISTRAR-ENVIO.
           PERFORM 120-ELEGIR-SUCURSAL.
           PERFORM 900-CARGAR-REMESAS.
           IF w-cant-rem >= 2000
               DISPLAY "El archivo de remesas esta completo"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-ult-hasta.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               IF trm-sucursal(w-rm) = w-sucursal AND
                  trm-hasta(w-rm) > w-ult-hasta
                   MOVE trm-hasta(w-rm) TO w-ult-hasta
               END-IF
           END-PERFORM.
           IF w-ult-hasta > 0
               COMPUTE w-desde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-ult-hasta) + 1)
               DISPLAY "La remesa cubre desde el ", w-desde,
                   " (dia siguiente a la remesa anterior)"
           ELSE
               DISPLAY "Primer dia de lote que cubre (AAAAMMDD)"
               ACCEPT w-desde
               IF FUNCTION TEST-DATE-YYYYMMDD(w-desde) NOT = 0
                   DISPLAY "Fecha invalida"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF w-desde > w-hoy
               DISPLAY "La sucursal ya remitio hasta el dia de hoy"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ultimo dia de lote que cubre (AAAAMMDD)".
           ACCEPT w-hasta.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-hasta) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           IF w-hasta < w-desde OR w-hasta > w-hoy
               DISPLAY "El ultimo dia debe estar entre ", w-desde,
                   " y ", w-hoy
               EXIT PARAGRAPH
           END-IF.
           MOVE w-sucursal TO w-rem-sucursal.
           MOVE w-desde TO w-rem-desde.
           MOVE w-hasta TO w-rem-hasta.
           PERFORM 902-SUMAR-LOTES.
           MOVE w-rem-cobrado TO w-monto-edit.
           DISPLAY "Cobrado en los lotes de esos dias: ", w-monto-edit.
           DISPLAY "Importe enviado (0 = lo cobrado)".
           ACCEPT w-monto.
           IF w-monto = 0
               MOVE w-rem-cobrado TO w-monto
           END-IF.
           DISPLAY "Numero de bolsa o de boleta".
           ACCEPT w-bolsa.
           IF w-bolsa = SPACES
               DISPLAY "El numero de bolsa es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Transportista".
           ACCEPT w-transportista.
           IF w-transportista = SPACES
               DISPLAY "El transportista es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Remesa sucursal ", w-sucursal, " dias ", w-desde,
               " a ", w-hasta, " importe ", w-monto-edit,
               " bolsa ", w-bolsa.
           IF w-monto NOT = w-rem-cobrado
               DISPLAY "Atencion: el importe difiere de lo cobrado"
           END-IF.
           DISPLAY "Confirma el envio? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Envio cancelado"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-rem.
           ADD 1 TO w-ultima-remesa.
           MOVE w-ultima-remesa TO trm-numero(w-cant-rem).
           MOVE w-sucursal TO trm-sucursal(w-cant-rem).
           MOVE w-hoy TO trm-fecha-envio(w-cant-rem).
           MOVE w-desde TO trm-desde(w-cant-rem).
           MOVE w-hasta TO trm-hasta(w-cant-rem).
           MOVE w-monto TO trm-enviado(w-cant-rem).
           MOVE w-bolsa TO trm-bolsa(w-cant-rem).
           MOVE w-transportista TO trm-transportista(w-cant-rem).
           MOVE w-operador TO trm-oper-envio(w-cant-rem).
           MOVE 0 TO trm-fecha-recepcion(w-cant-rem).
           MOVE 0 TO trm-contado(w-cant-rem).
           MOVE SPACES TO trm-oper-recepcion(w-cant-rem).
           MOVE 0 TO trm-lotes(w-cant-rem).
           MOVE 0 TO trm-fecha-conc(w-cant-rem).
           MOVE "E" TO trm-estado(w-cant-rem).
           PERFORM 901-GRABAR-REMESAS.
           DISPLAY "Remesa ", w-ultima-remesa,
               " registrada en transito".
      * The treasury counts the bag on arrival. A count different
      * from the amount sent is raised at once; the reconciliation
      * against the lote items follows, or waits in R while
      * PROCESA-LOTES-SUC has items of those days still pending.
       500-REGISTRAR-RECEPCION.
           IF NOT nivel-supervisor
               DISPLAY "La recepcion esta reservada a supervisores"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 900-CARGAR-REMESAS.
           DISPLAY "Numero de remesa recibida".
           ACCEPT w-numero.
           PERFORM 130-BUSCAR-REMESA.
           IF NOT remesa-hallada
               DISPLAY "No existe la remesa ", w-numero
               EXIT PARAGRAPH
           END-IF.
           IF trm-estado(w-rm) NOT = "E"
               DISPLAY "La remesa ya fue recibida el ",
                   trm-fecha-recepcion(w-rm)
               EXIT PARAGRAPH
           END-IF.
           MOVE trm-enviado(w-rm) TO w-monto-edit.
           DISPLAY "Sucursal ", trm-sucursal(w-rm), " enviada el ",
               trm-fecha-envio(w-rm), " bolsa ", trm-bolsa(w-rm),
               " por ", trm-transportista(w-rm).
           DISPLAY "Dias ", trm-desde(w-rm), " a ", trm-hasta(w-rm),
               " importe enviado ", w-monto-edit.
           DISPLAY "Importe contado".
           ACCEPT w-monto.
           MOVE w-monto TO w-monto-edit-2.
           DISPLAY "Contado ", w-monto-edit-2, " - confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Recepcion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-hoy TO trm-fecha-recepcion(w-rm).
           MOVE w-monto TO trm-contado(w-rm).
           MOVE w-operador TO trm-oper-recepcion(w-rm).
           MOVE "R" TO trm-estado(w-rm).
           IF w-monto NOT = trm-enviado(w-rm)
               COMPUTE w-rem-diferencia = w-monto - trm-enviado(w-rm)
               MOVE w-rem-diferencia TO w-rem-dif-edit
               MOVE "REMESAS" TO w-al-origen
               MOVE SPACES TO w-al-texto
               STRING "REMESA " DELIMITED BY SIZE
                   trm-numero(w-rm) DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   trm-sucursal(w-rm) DELIMITED BY SIZE
                   " DIF ENVIADO " DELIMITED BY SIZE
                   w-rem-dif-edit DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
               DISPLAY "Lo contado difiere de lo enviado: alerta "
                   "registrada"
           END-IF.
           PERFORM 903-CONCILIAR-REMESA.
           PERFORM 901-GRABAR-REMESAS.
           PERFORM 140-DESCRIBIR-ESTADO.
           DISPLAY "Remesa ", trm-numero(w-rm), " recibida: ",
               w-estado-desc.
           IF trm-estado(w-rm) = "R"
               DISPLAY "Quedan ", w-rem-pendientes,
                   " items de lote sin procesar en esos dias"
           END-IF.
       600-CONCILIAR-PENDIENTES.
           PERFORM 900-CARGAR-REMESAS.
           MOVE 0 TO w-conciliadas.
           MOVE 0 TO w-diferencias.
           MOVE 0 TO w-sin-procesar.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               IF trm-estado(w-rm) = "R"
                   PERFORM 903-CONCILIAR-REMESA
                   EVALUATE trm-estado(w-rm)
                       WHEN "C"
                           ADD 1 TO w-conciliadas
                       WHEN "D"
                           ADD 1 TO w-diferencias
                       WHEN OTHER
                           ADD 1 TO w-sin-procesar
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 901-GRABAR-REMESAS.
           DISPLAY "Conciliadas: ", w-conciliadas,
               "  Con diferencia: ", w-diferencias,
               "  Con lotes sin procesar: ", w-sin-procesar.
       700-LISTAR-REMESAS.
           PERFORM 120-ELEGIR-SUCURSAL.
           PERFORM 900-CARGAR-REMESAS.
           MOVE 0 TO w-listadas.
           PERFORM VARYING w-rm FROM 1 BY 1 UNTIL w-rm > w-cant-rem
               IF trm-sucursal(w-rm) = w-sucursal
                   ADD 1 TO w-listadas
                   PERFORM 140-DESCRIBIR-ESTADO
                   MOVE trm-enviado(w-rm) TO w-monto-edit
                   MOVE trm-contado(w-rm) TO w-monto-edit-2
                   DISPLAY trm-numero(w-rm), " ",
                       trm-desde(w-rm), "-", trm-hasta(w-rm),
                       " ENV ", w-monto-edit,
                       " CONT ", w-monto-edit-2,
                       " ", trm-bolsa(w-rm), " ", w-estado-desc
               END-IF
           END-PERFORM.
           IF w-listadas = 0
               DISPLAY "La sucursal no tiene remesas registradas"
           END-IF.
       800-FIN.
           DISPLAY "Registro de remesas finalizado".
       END PROGRAM REMESAS-SUC.
