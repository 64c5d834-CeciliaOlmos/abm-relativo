      *          master (empresas.dat, with billing data) and the
      *          socio-to-empresa links (empresa-socios.dat); the
      *          monthly run prices every linked active socio at the
      *          amount accrued for the billed period in devengos.dat
      *          (the tariff in force when it was not accrued) and
      *          emits one consolidated invoice per company
      *          (empresa-facturas.dat plus the printable
      *          factura-empresa.txt), instead of billing each
      *          person. Registering the company's payment settles
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyRecibosCtl.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT EMPRESAS ASSIGN TO "..\empresas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-empresas-status.
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyRecibosCtlReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  EMPRESAS.
       01  empresa-reg.
           03 emp-codigo pic 9(3).
       01  w-monto-num pic 9(6)v99.
       01  w-monto-num-r redefines w-monto-num pic x(8).
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EMPRESAS-MANT" TO w-programa-log.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 530-BUSCAR-TARIFA.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE w-periodo TO w-dv-periodo.
           PERFORM 989-PRECIO-DEVENGADO.
           IF devengo-hallado
               MOVE w-dv-monto TO w-tarifa-monto
           END-IF.
           IF w-tarifa-monto = 0
               EXIT PARAGRAPH
           END-IF.
