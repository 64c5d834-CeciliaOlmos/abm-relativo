      *          carries the socio, the debited amount and the bank
      *          result code: accepted debits ("00") are posted into
      *          cuotas.dat exactly as CUOTAS-MANT would record them
      *          - one cuota per owed period at its accrued amount
      *          of devengos.dat, or at the tariff in force when the
      *          period was never accrued, with a numbered recibo
      *          from the shared sequence and
      *          DEBITO-BANCO as operator - until the debited amount
      *          is consumed; rejects go to debito-rechazos.txt with
      *          the reason for follow-up, together with any debited
      *          period, tariff change or counter payment in
      *          between), so collected money never vanishes from
      *          the follow-up queue.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT CHECKPOINT ASSIGN TO "..\debito-respuesta.chk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-chk-status.
           FILE STATUS IS w-respuesta-status.
           SELECT RECHAZOS-DEB ASSIGN TO "..\debito-rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  CHECKPOINT.
       01  checkpoint-reg.
           03 chk-ultimo-codigo pic 9(4).
               88 debito-aceptado value "00".
       FD  RECHAZOS-DEB.
       01  rechazo-deb-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DEBITO-RESPUESTA" TO w-programa-log.
           PERFORM 200-PROCESAR-RESPUESTAS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-RECIBO.
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "DEBITO-MAX-REINTENT"
                       MOVE param-valor TO w-max-reintentos
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
           END-IF.
      * A rejection for insufficient funds queues the adherent for
      * an automatic retry: the counter climbs with each failed
      * presentation, and when it reaches DEBITO-MAX-REINTENT the
      * adhesion is suspended, the member is flagged for desk
      * payment in debito-avisos.dat and a notice joins the queue,
      * the way CARTAS-INTIMACION queues its letters. An accepted
           ADD 1 TO w-aceptados.
           PERFORM 185-LIMPIAR-REINTENTO.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE br-importe TO w-restante.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
                   w-iter-anio * 100 + w-iter-mes
               PERFORM 315-BUSCAR-TARIFA
               PERFORM 316-APLICAR-BECA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               PERFORM 140-PERIODO-CERRADO
               IF w-tarifa-monto = 0 OR periodo-esta-cerrado
                   CONTINUE
           END-IF.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           PERFORM 967-CERRAR-CUOTAS-IDX.
           IF cargos-modificados
           CLOSE CUOTAS.
           CLOSE RECIBOS.
           CLOSE RECHAZOS-DEB.
           MOVE "debito-rechazos.txt" TO w-rep-archivo.
           MOVE "DEBITO-RECHAZO" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Proceso de respuesta del banco finalizado".
           DISPLAY "Debitos aceptados: ", w-aceptados.
           DISPLAY "Cuotas posteadas: ", w-cuotas-posteadas.
