      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly arrears snapshot. Derives once, for every
      *          occupied socio of arch.dat, what REPORTE-MORA,
      *          SUSPENDE-MORA, CARTAS-INTIMACION, LIBRE-DEUDA,
      *          DEBITO-PRESENTA, COBRADORES-MANT, PADRON-ASAMBLEA
      *          and CONSULTA-INTEGRAL each used to derive on their
      *          own from cuotas.dat: last period paid (annulled
      *          recibos not counted), periods owed through the
      *          current month and their priced amount, convenio
      *          standing and exemption (CpyDerivaMora.cpy.cbl). The
      *          result is rewritten whole into mora-foto.dat, keyed
      *          by socio codigo, which those programs read by key
      *          instead of scanning cuotas.dat. Runs in the nightly
      *          chain after the accrual run so accrued periods are
      *          priced at their frozen amount; CONCILIA-MORA checks
      *          the snapshot against a fresh derivation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTO-MORA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-cuotas-status pic xx.
       77  w-convenios-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-becas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-devengos-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-socios pic 9(5) value 0.
       77  w-exentos pic 9(5) value 0.
       77  w-con-deuda pic 9(5) value 0.
       77  w-total-deuda pic 9(9)v99 value 0.
       01  w-total-edit pic zzzzzzzz9.99.
           COPY "CpyDerivaMoraWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FOTO-MORA" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-FOTOGRAFIAR-SOCIOS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpyLicenciaTar.cpy.cbl".
       COPY "CpyDerivaMora.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-PARAMETROS.
           PERFORM 931-CARGAR-DERIVACION-MORA.
       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "LICENCIA-PCT"
                       MOVE param-valor TO w-licencia-pct
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
      * The snapshot is rebuilt from scratch every night, so a socio
      * retired since the last run simply has no record any more.
       200-FOTOGRAFIAR-SOCIOS.
           OPEN OUTPUT FOTO-MORAS.
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
                       IF soc-codigo NOT = 0
                           PERFORM 210-FOTOGRAFIAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           CLOSE FOTO-MORAS.
           MOVE 0 TO w-sen.
       210-FOTOGRAFIAR-SOCIO.
           PERFORM 936-DERIVAR-SOCIO-MORA.
           MOVE soc-codigo TO fm-codigo.
           MOVE w-hoy TO fm-fecha.
           MOVE "V" TO fm-estado.
           MOVE w-dm-exento TO fm-exento.
           MOVE w-dm-hay-pago TO fm-hay-pago.
           MOVE w-dm-ult-periodo TO fm-ult-periodo.
           MOVE w-dm-periodos TO fm-periodos.
           MOVE w-dm-monto TO fm-monto.
           MOVE w-dm-convenio TO fm-convenio.
           MOVE soc-codigo TO rel-foto.
           WRITE foto-mora-reg
               INVALID KEY
                   DISPLAY "Socio ", soc-codigo, " repetido en"
                       " arch.dat, se conserva la primera foto"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO w-socios.
           IF w-dm-exento NOT = "N"
               ADD 1 TO w-exentos
           END-IF.
           IF w-dm-periodos > 0
               ADD 1 TO w-con-deuda
               ADD w-dm-monto TO w-total-deuda
           END-IF.
       800-FIN.
           MOVE w-socios TO w-bit-procesados.
           MOVE 0 TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           MOVE w-total-deuda TO w-total-edit.
           DISPLAY "Foto de mora al ", w-hoy.
           DISPLAY "Socios fotografiados: ", w-socios.
           DISPLAY "Exentos (vitalicios, honorarios, bajas): ",
               w-exentos.
           DISPLAY "Socios con periodos adeudados: ", w-con-deuda.
           DISPLAY "Deuda total valuada: ", w-total-edit.
       END PROGRAM FOTO-MORA.
