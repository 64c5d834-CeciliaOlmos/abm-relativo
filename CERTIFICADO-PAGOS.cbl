      ******************************************************************
      * Author:
      * Date:
      * Purpose: Numbered certificate of everything a socio paid the
      *          club in one calendar year, asked for by employers
      *          and by the health insurers for the gym benefit. For
      *          the requested year it lists every cuota of
      *          cuotas.dat paid in the year with its recibo, period,
      *          concept, amount and the forma de pago of the recibo
      *          in recibos.dat; recibos annulled by a tipo "X"
      *          counter-entry are left out, as are the counter-
      *          entries themselves. It runs for one socio or as a
      *          mass run over every socio with payments in the year.
      *          Certificates are numbered from
      *          certificado-pagos-ctl.dat, printed with the signature
      *          block into certificado-pagos.txt and every issuance
      *          is logged to certificado-pagos-log.dat the way
      *          LIBRE-DEUDA logs its certificates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-PAGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT CERT-PAGOS-CTL
               ASSIGN TO "..\certificado-pagos-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-cp-ctl-status.
           SELECT CERT-PAGOS-LOG
               ASSIGN TO "..\certificado-pagos-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-cp-log-status.
           SELECT CERTIFICADO ASSIGN TO "..\certificado-pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-certificado-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  CERT-PAGOS-CTL.
       01  cert-pagos-ctl-reg.
           03 cpctl-ultimo pic 9(6).
       FD  CERT-PAGOS-LOG.
       01  cert-pagos-log-reg.
           03 cpl-fecha pic 9(8).
           03 cpl-numero pic 9(6).
           03 cpl-codigo pic 9(4).
           03 cpl-anio pic 9(4).
           03 cpl-cant-pagos pic 9(4).
           03 cpl-total pic 9(8)v99.
           03 cpl-operador pic x(12).
       FD  CERTIFICADO.
       01  certificado-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-recibos-status pic xx.
       77  w-cp-ctl-status pic xx.
       77  w-cp-log-status pic xx.
       77  w-certificado-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-resul pic 9(3).
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-anio pic 9(4).
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
      * Forma de pago of the recibos issued in the year.
       77  w-cant-recibos pic 9(5) value 0.
       77  w-r pic 9(5).
       77  w-hallado pic 9 value 0.
           88 recibo-hallado value 1.
       01  tab-recibos.
           05 recibos-ent occurs 1 to 20000 times
                   depending on w-cant-recibos.
               07 tr-numero pic 9(6).
               07 tr-forma pic x.
      * Socios with payments in the year, for the mass run.
       01  tab-con-pagos.
           05 tcp-marca occurs 9999 times pic 9.
       77  w-cant-pagos pic 9(4).
       77  w-total-pagos pic 9(8)v99.
       77  w-importe pic 9(7)v99.
       77  w-emitidos pic 9(5) value 0.
       77  w-ultimo-certificado pic 9(6) value 0.
       01  w-concepto pic x(14).
       01  w-forma pic x(13).
       01  w-linea pic x(80).
       01  w-importe-edit pic zzzzzz9.99.
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CERTIFICADO-PAGOS" TO w-programa-log.
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
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE 0 TO w-anio.
           PERFORM UNTIL w-anio > 1900 AND w-anio <= w-hoy(1:4)
               DISPLAY "Anio a certificar (AAAA)"
               ACCEPT w-anio
           END-PERFORM.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-CERTIFICADO.
           PERFORM 130-CARGAR-ANULADOS.
           PERFORM 140-CARGAR-RECIBOS.
           OPEN INPUT SOCIOS.
           OPEN EXTEND CERTIFICADO.
           IF w-certificado-status = "35"
               OPEN OUTPUT CERTIFICADO
               CLOSE CERTIFICADO
               OPEN EXTEND CERTIFICADO
           END-IF.
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
       107-LEER-ULTIMO-CERTIFICADO.
           OPEN INPUT CERT-PAGOS-CTL.
           IF w-cp-ctl-status = "00"
               READ CERT-PAGOS-CTL
                   NOT AT END
                       MOVE cpctl-ultimo TO w-ultimo-certificado
               END-READ
               CLOSE CERT-PAGOS-CTL
           END-IF.
       108-GRABAR-ULTIMO-CERTIFICADO.
           OPEN OUTPUT CERT-PAGOS-CTL.
           MOVE w-ultimo-certificado TO cpctl-ultimo.
           WRITE cert-pagos-ctl-reg.
           CLOSE CERT-PAGOS-CTL.
      * Annulled recibos are marked by the tipo "X" counter-entry that
      * carries their number, as in LIBRE-DEUDA.
       130-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen-aux
               PERFORM UNTIL fin-aux
                   READ CUOTAS
                       AT END
                           MOVE 1 TO w-sen-aux
                       NOT AT END
                           IF cuota-anulacion AND
                              w-cant-anulados < 500
                               ADD 1 TO w-cant-anulados
                               MOVE cuota-recibo
                                   TO ta-recibo(w-cant-anulados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       140-CARGAR-RECIBOS.
           MOVE 0 TO w-cant-recibos.
           OPEN INPUT RECIBOS.
           IF w-recibos-status = "00"
               MOVE 0 TO w-sen-aux
               READ RECIBOS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF rec-fecha(1:4) = w-anio AND
                      w-cant-recibos < 20000
                       ADD 1 TO w-cant-recibos
                       MOVE rec-numero TO tr-numero(w-cant-recibos)
                       MOVE rec-forma TO tr-forma(w-cant-recibos)
                   END-IF
                   READ RECIBOS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       200-MENU.
           DISPLAY "1- Certificado de un socio"
           DISPLAY "2- Emision masiva del anio"
           DISPLAY "3- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-CERTIFICAR-SOCIO
               WHEN 2
                   PERFORM 450-EMISION-MASIVA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-CERTIFICAR-SOCIO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-EMITIR-CERTIFICADO.
           IF w-cant-pagos = 0
               DISPLAY "El socio no registra pagos en ", w-anio
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
      * The mass run marks first who paid something in the year and
      * then walks arch.dat, so nobody gets an empty certificate.
       450-EMISION-MASIVA.
           INITIALIZE tab-con-pagos.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               DISPLAY "No hay cuotas registradas"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-aux.
           READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ.
           PERFORM UNTIL fin-aux
               IF cuota-fecha-pago(1:4) = w-anio AND
                  NOT cuota-anulacion AND cuota-codigo NOT = 0
                   MOVE 1 TO tcp-marca(cuota-codigo)
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen-aux.
           MOVE 0 TO w-emitidos.
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
                       IF rel-nro NOT = w-oficina AND
                          soc-codigo NOT = 0
                           IF tcp-marca(soc-codigo) = 1
                               MOVE soc-codigo TO w-soc-codigo
                               PERFORM 500-EMITIR-CERTIFICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
           DISPLAY "Certificados emitidos: ", w-emitidos.
       500-EMITIR-CERTIFICADO.
           PERFORM 510-CONTAR-PAGOS.
           IF w-cant-pagos = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-certificado.
           PERFORM 108-GRABAR-ULTIMO-CERTIFICADO.
           MOVE ALL "=" TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO w-linea.
           STRING "CERTIFICADO DE PAGOS NRO " DELIMITED BY SIZE
               w-ultimo-certificado DELIMITED BY SIZE
               " - ANIO " DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               " - EMITIDO " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO w-linea.
           STRING "Se certifica que el socio " DELIMITED BY SIZE
               soc-codigo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soc-nombre DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO w-linea.
           STRING "abono al club durante el anio " DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               " los siguientes importes:" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO certificado-linea.
           WRITE certificado-linea.
           MOVE "FECHA    RECIBO PERIODO CONCEPTO          IMPORTE"
               & " FORMA DE PAGO" TO certificado-linea.
           WRITE certificado-linea.
           PERFORM 520-DETALLAR-PAGOS.
           MOVE w-total-pagos TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL ABONADO EN EL ANIO" DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO certificado-linea.
           WRITE certificado-linea.
           WRITE certificado-linea.
           MOVE "                              ____________________"
               & "________" TO certificado-linea.
           WRITE certificado-linea.
           MOVE "                              Firma y sello - Tesor"
               & "eria" TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO w-linea.
           STRING "                              Aclaracion: "
                   DELIMITED BY SIZE
               w-operador DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
           PERFORM 700-REGISTRAR-LOG.
           ADD 1 TO w-emitidos.
           DISPLAY "Certificado ", w-ultimo-certificado, " socio ",
               soc-codigo, " emitido en certificado-pagos.txt".
       510-CONTAR-PAGOS.
           MOVE 0 TO w-cant-pagos.
           MOVE 0 TO w-total-pagos.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-aux.
           READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ.
           PERFORM UNTIL fin-aux
               PERFORM 530-EVALUAR-PAGO
               IF NOT pago-anulado
                   ADD 1 TO w-cant-pagos
                   COMPUTE w-total-pagos = w-total-pagos
                       + cuota-monto + cuota-recargo
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen-aux.
       520-DETALLAR-PAGOS.
           OPEN INPUT CUOTAS.
           MOVE 0 TO w-sen-aux.
           READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ.
           PERFORM UNTIL fin-aux
               PERFORM 530-EVALUAR-PAGO
               IF NOT pago-anulado
                   PERFORM 540-LINEA-PAGO
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen-aux.
      * Leaves pago-anulado set for every cuota that does not enter
      * the certificate: another socio, another year, a counter-
      * entry, or a payment under an annulled recibo.
       530-EVALUAR-PAGO.
           MOVE 1 TO w-pago-anulado.
           IF cuota-codigo NOT = w-soc-codigo OR
              cuota-fecha-pago(1:4) NOT = w-anio OR
              cuota-anulacion
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-pago-anulado.
           IF cuota-recibo NOT = 0
               PERFORM VARYING w-a FROM 1 BY 1
                       UNTIL w-a > w-cant-anulados
                   IF ta-recibo(w-a) = cuota-recibo
                       MOVE 1 TO w-pago-anulado
                   END-IF
               END-PERFORM
           END-IF.
       540-LINEA-PAGO.
           EVALUATE TRUE
               WHEN cuota-de-convenio
                   MOVE "CUOTA CONVENIO" TO w-concepto
               WHEN cuota-anual
                   MOVE "CUOTA ANUAL" TO w-concepto
               WHEN cuota-aporte
                   MOVE "APORTE" TO w-concepto
               WHEN cuota-consumo
                   MOVE "CONSUMO" TO w-concepto
               WHEN OTHER
                   MOVE "CUOTA SOCIAL" TO w-concepto
           END-EVALUATE.
           MOVE "-" TO w-forma.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-r FROM 1 BY 1
                   UNTIL w-r > w-cant-recibos OR recibo-hallado
               IF tr-numero(w-r) = cuota-recibo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF recibo-hallado
               SUBTRACT 1 FROM w-r
               EVALUATE tr-forma(w-r)
                   WHEN "C"
                       MOVE "CHEQUE" TO w-forma
                   WHEN "T"
                       MOVE "TRANSFERENCIA" TO w-forma
                   WHEN "R"
                       MOVE "RED COBRANZA" TO w-forma
                   WHEN "S"
                       MOVE "SALDO CUENTA" TO w-forma
                   WHEN OTHER
                       MOVE "EFECTIVO" TO w-forma
               END-EVALUATE
           END-IF.
           COMPUTE w-importe = cuota-monto + cuota-recargo.
           MOVE w-importe TO w-importe-edit.
           MOVE SPACES TO w-linea.
           STRING cuota-fecha-pago DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cuota-recibo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cuota-periodo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-concepto DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-forma DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
       700-REGISTRAR-LOG.
           OPEN EXTEND CERT-PAGOS-LOG.
           IF w-cp-log-status = "35"
               OPEN OUTPUT CERT-PAGOS-LOG
               CLOSE CERT-PAGOS-LOG
               OPEN EXTEND CERT-PAGOS-LOG
           END-IF.
           MOVE w-hoy TO cpl-fecha.
           MOVE w-ultimo-certificado TO cpl-numero.
           MOVE w-soc-codigo TO cpl-codigo.
           MOVE w-anio TO cpl-anio.
           MOVE w-cant-pagos TO cpl-cant-pagos.
           MOVE w-total-pagos TO cpl-total.
           MOVE w-operador TO cpl-operador.
           WRITE cert-pagos-log-reg.
           CLOSE CERT-PAGOS-LOG.
       800-FIN.
           CLOSE SOCIOS.
           CLOSE CERTIFICADO.
           DISPLAY "Emision de certificados de pago finalizada".
       END PROGRAM CERTIFICADO-PAGOS.
