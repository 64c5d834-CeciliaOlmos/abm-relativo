           COPY "CpyLotesSuc.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyLotesSucReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       01  w-nota pic x(30).
       01  w-monto-edit pic zzzzz9.99.
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE RECIBOS.
           DISPLAY "Proceso de lotes de sucursal finalizado".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       END PROGRAM PROCESA-LOTES-SUC.
