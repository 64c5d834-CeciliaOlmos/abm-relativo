      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciliation between the nightly arrears snapshot
      *          (mora-foto.dat, written by FOTO-MORA) and a live
      *          derivation from the current cuotas.dat, convenios,
      *          tariffs and accruals, done with the same shared
      *          logic (CpyDerivaMora.cpy.cbl). Walks every occupied
      *          socio of arch.dat and reports to
      *          conciliacion-mora.txt each one without a snapshot,
      *          whose snapshot is desactualizada (a cuota row was
      *          posted since) or from another month, and each one
      *          whose exemption, last period paid, periods owed,
      *          priced amount or convenio standing differ, with the
      *          snapshot value beside the live one and totals per
      *          difference type.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-MORA.
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
           SELECT REPORTE-CONC ASSIGN TO "..\conciliacion-mora.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
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
       FD  REPORTE-CONC.
       01  reporte-conc-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
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
       77  w-revisados pic 9(5) value 0.
       77  w-iguales pic 9(5) value 0.
       77  w-sin-foto pic 9(5) value 0.
       77  w-desactualizadas pic 9(5) value 0.
       77  w-otro-mes pic 9(5) value 0.
       77  w-dif-exento pic 9(5) value 0.
       77  w-dif-ultimo pic 9(5) value 0.
       77  w-dif-periodos pic 9(5) value 0.
       77  w-dif-monto pic 9(5) value 0.
       77  w-dif-convenio pic 9(5) value 0.
       77  w-con-dif pic 9 value 0.
       01  w-monto-foto-edit pic zzzzzz9.99.
       01  w-monto-vivo-edit pic zzzzzz9.99.
       01  w-linea pic x(100).
           COPY "CpyDerivaMoraWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyLicenciaTar.cpy.cbl".
       COPY "CpyDerivaMora.cpy.cbl".
       100-INICIO.
           OPEN INPUT FOTO-MORAS.
           IF w-foto-moras-status NOT = "00"
               DISPLAY "No se pudo abrir mora-foto.dat (estado ",
                   w-foto-moras-status, "): ejecute FOTO-MORA"
               STOP RUN
           END-IF.
           PERFORM 105-LEER-PARAMETROS.
           PERFORM 931-CARGAR-DERIVACION-MORA.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT REPORTE-CONC.
           MOVE SPACES TO reporte-conc-linea.
           MOVE "=== CONCILIACION FOTO DE MORA / DERIVACION ACTUAL ==="
               TO reporte-conc-linea.
           WRITE reporte-conc-linea.
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
       200-RECORRER-SOCIOS.
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
                           PERFORM 210-CONCILIAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
       210-CONCILIAR-SOCIO.
           ADD 1 TO w-revisados.
           MOVE soc-codigo TO rel-foto.
           READ FOTO-MORAS
               INVALID KEY
                   MOVE 0 TO fm-codigo
           END-READ.
           IF fm-codigo NOT = soc-codigo
               ADD 1 TO w-sin-foto
               MOVE "SIN FOTO" TO w-linea
               PERFORM 290-ESCRIBIR-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF foto-desactualizada
               ADD 1 TO w-desactualizadas
               MOVE "FOTO DESACTUALIZADA (PAGO POSTERIOR)" TO w-linea
               PERFORM 290-ESCRIBIR-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF fm-fecha(1:6) NOT = w-dm-hoy
               ADD 1 TO w-otro-mes
               MOVE SPACES TO w-linea
               STRING "FOTO DE OTRO MES: " DELIMITED BY SIZE
                   fm-fecha DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 936-DERIVAR-SOCIO-MORA.
           MOVE 0 TO w-con-dif.
           IF fm-exento NOT = w-dm-exento
               ADD 1 TO w-dif-exento
               MOVE SPACES TO w-linea
               STRING "EXENCION FOTO " DELIMITED BY SIZE
                   fm-exento DELIMITED BY SIZE
                   " ACTUAL " DELIMITED BY SIZE
                   w-dm-exento DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
           END-IF.
           IF fm-hay-pago NOT = w-dm-hay-pago OR
              fm-ult-periodo NOT = w-dm-ult-periodo
               ADD 1 TO w-dif-ultimo
               MOVE SPACES TO w-linea
               STRING "ULTIMO PAGO FOTO " DELIMITED BY SIZE
                   fm-ult-periodo DELIMITED BY SIZE
                   " ACTUAL " DELIMITED BY SIZE
                   w-dm-ult-periodo DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
           END-IF.
           IF fm-periodos NOT = w-dm-periodos
               ADD 1 TO w-dif-periodos
               MOVE SPACES TO w-linea
               STRING "PERIODOS ADEUDADOS FOTO " DELIMITED BY SIZE
                   fm-periodos DELIMITED BY SIZE
                   " ACTUAL " DELIMITED BY SIZE
                   w-dm-periodos DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
           END-IF.
           IF fm-monto NOT = w-dm-monto
               ADD 1 TO w-dif-monto
               MOVE fm-monto TO w-monto-foto-edit
               MOVE w-dm-monto TO w-monto-vivo-edit
               MOVE SPACES TO w-linea
               STRING "MONTO FOTO " DELIMITED BY SIZE
                   w-monto-foto-edit DELIMITED BY SIZE
                   " ACTUAL " DELIMITED BY SIZE
                   w-monto-vivo-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
           END-IF.
           IF fm-convenio NOT = w-dm-convenio
               ADD 1 TO w-dif-convenio
               MOVE SPACES TO w-linea
               STRING "CONVENIO FOTO " DELIMITED BY SIZE
                   fm-convenio DELIMITED BY SIZE
                   " ACTUAL " DELIMITED BY SIZE
                   w-dm-convenio DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 290-ESCRIBIR-MOTIVO
           END-IF.
           IF w-con-dif = 0
               ADD 1 TO w-iguales
           END-IF.
       290-ESCRIBIR-MOTIVO.
           MOVE 1 TO w-con-dif.
           MOVE SPACES TO reporte-conc-linea.
           STRING "SOCIO " DELIMITED BY SIZE
               soc-codigo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soc-nombre DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-linea DELIMITED BY SIZE
               INTO reporte-conc-linea
           END-STRING.
           WRITE reporte-conc-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE SPACES TO reporte-conc-linea.
           WRITE reporte-conc-linea.
           MOVE SPACES TO w-linea.
           STRING "REVISADOS: " DELIMITED BY SIZE
               w-revisados DELIMITED BY SIZE
               "  COINCIDEN: " DELIMITED BY SIZE
               w-iguales DELIMITED BY SIZE
               "  SIN FOTO: " DELIMITED BY SIZE
               w-sin-foto DELIMITED BY SIZE
               "  DESACTUALIZADAS: " DELIMITED BY SIZE
               w-desactualizadas DELIMITED BY SIZE
               "  OTRO MES: " DELIMITED BY SIZE
               w-otro-mes DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-conc-linea.
           WRITE reporte-conc-linea.
           MOVE SPACES TO w-linea.
           STRING "DIFERENCIAS - EXENCION: " DELIMITED BY SIZE
               w-dif-exento DELIMITED BY SIZE
               "  ULTIMO PAGO: " DELIMITED BY SIZE
               w-dif-ultimo DELIMITED BY SIZE
               "  PERIODOS: " DELIMITED BY SIZE
               w-dif-periodos DELIMITED BY SIZE
               "  MONTO: " DELIMITED BY SIZE
               w-dif-monto DELIMITED BY SIZE
               "  CONVENIO: " DELIMITED BY SIZE
               w-dif-convenio DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-conc-linea.
           WRITE reporte-conc-linea.
           CLOSE SOCIOS.
           CLOSE FOTO-MORAS.
           CLOSE REPORTE-CONC.
           MOVE "conciliacion-mora.txt" TO w-rep-archivo.
           MOVE "CONCIL-MORA" TO w-rep-informe.
           MOVE "CONCILIA-MORA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Conciliacion de la foto de mora finalizada".
           DISPLAY "Socios revisados: ", w-revisados.
           DISPLAY "Coinciden con la foto: ", w-iguales.
           DISPLAY "Sin foto o foto desactualizada: ",
               w-sin-foto, " / ", w-desactualizadas.
       END PROGRAM CONCILIA-MORA.
