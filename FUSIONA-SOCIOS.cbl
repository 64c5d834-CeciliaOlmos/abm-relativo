      * Purpose: Supervised merge of a duplicated member. Given the
      *          surviving codigo and the duplicate codigo, it
      *          reassigns the duplicate's dues payments
      *          (cuotas.dat, leaving both arrears snapshots of
      *          mora-foto.dat desactualizadas), ledger movements
      *          and transfer counterparts (movimientos.dat),
      *          maintained balance (saldos.dat) and convenios to
      *          the survivor, keeps the earliest fecha de alta on
      *          the survivor, retires the duplicate through the
      *          normal chain-unlink logic (arch-idx.dat kept in
      *          sync), moves its documents in identidades.dat to
      *          the survivor, and writes a FUSION entry to
      *          auditoria.dat carrying both codes. Requires a
      *          supervisor sign-on: this is the supported cleanup
      *          for what the duplicate-detection report surfaces.
      * Tectonics: cobc
      ******************************************************************
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpySaldos.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           COPY "CpyIdentidades.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpySaldosReg.cpy.cbl".
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
           COPY "CpyIdentidadesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       01  rel-saldo pic 9(4).
           COPY "CpyLockSocioWS.cpy.cbl".
           COPY "CpyAprobacionWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FUSIONA-SOCIOS" TO w-programa-log.
           PERFORM 105-LEER-CONTROL.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           PERFORM 310-REASIGNAR-CUOTAS.
           PERFORM 380-REGENERAR-CUOTAS-IDX.
           PERFORM 390-INVALIDAR-FOTOS.
           PERFORM 320-REASIGNAR-MOVIMIENTOS.
           PERFORM 330-REASIGNAR-SALDO.
           PERFORM 340-REASIGNAR-CONVENIOS.
           PERFORM 350-CONSERVAR-FECHA-ALTA.
           PERFORM 360-RETIRAR-DUPLICADO.
           MOVE w-duplicado TO w-idn-codigo.
           MOVE w-superviviente TO w-idn-codigo-nuevo.
           PERFORM 966-TRASPASAR-DOCUMENTOS.
           PERFORM 370-AUDITAR-FUSION.
           PERFORM 942-MARCAR-EJECUTADA.
           DISPLAY "Fusion completada".
           IF idx-reg-grabado
               ADD 1 TO w-idx-reescritas
           END-IF.
      * Both socios' arrears snapshots in mora-foto.dat no longer
      * match their payments; they stay desactualizadas until the
      * next nightly run.
       390-INVALIDAR-FOTOS.
           PERFORM 952-ABRIR-FOTO-MORA-ES.
           MOVE w-superviviente TO w-fm-socio.
           PERFORM 954-INVALIDAR-FOTO-MORA.
           MOVE w-duplicado TO w-fm-socio.
           PERFORM 954-INVALIDAR-FOTO-MORA.
           PERFORM 949-CERRAR-FOTO-MORA.
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
       END PROGRAM FUSIONA-SOCIOS.
