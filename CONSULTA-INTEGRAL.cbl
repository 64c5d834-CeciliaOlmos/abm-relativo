      *          name through the alternate key of arch-idx.dat, it
      *          shows the arch.dat record, the contact block, the
      *          last payments and the pending periods priced at
      *          their accrued amount or else at tariff, the convenio
      *          standing, the grupo familiar,
      *          the section enrollments and the recent gate
      *          accesses, and leaves the same one-page summary in
      *          consulta-integral.txt for printing.
      *          Periods owed and their price come from the nightly
      *          arrears snapshot (mora-foto.dat, FOTO-MORA) when it
      *          is current for the socio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asistencia-status.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  ASISTENCIA.
       01  asistencia-reg.
           03 asi-fecha pic 9(8).
       01  w-linea pic x(80).
       01  w-monto-edit pic zzzzz9.99.
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           PERFORM 105-LEER-CONTROL.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 125-CARGAR-SECCIONES.
           PERFORM 320-MOSTRAR-Y-GRABAR.
       310-ARMAR-DATOS.
           PERFORM 330-ULTIMOS-PAGOS.
           MOVE soc-codigo TO w-fm-socio.
           PERFORM 953-LEER-FOTO-MORA.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 340-CALCULAR-PENDIENTES.
           PERFORM 350-ULTIMOS-ACCESOS.
       330-ULTIMOS-PAGOS.
               ADD 1 TO w-meses-iter
           END-IF.
           MOVE 0 TO w-periodo-desde.
      * With the nightly snapshot of mora-foto.dat current for the
      * socio the owed periods and their price are taken from it,
      * the same figures the debt programs work with.
           IF foto-usable
               IF fm-periodos > 0
                   COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
                   COMPUTE w-iter-mes =
                       w-meses-iter - (w-iter-anio * 12)
                   COMPUTE w-periodo-desde =
                       w-iter-anio * 100 + w-iter-mes
               END-IF
               MOVE fm-periodos TO w-cant-adeudados
               MOVE fm-monto TO w-total-deuda
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL w-meses-iter >
                   (w-anio-hoy * 12 + w-mes-hoy)
               COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               PERFORM 345-BUSCAR-TARIFA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
                   END-IF
               END-IF
           END-PERFORM.
       COPY "CpyFotoMora.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           CLOSE SOCIOS.
           IF idx-disponible
               CLOSE SOCIOS-IDX
