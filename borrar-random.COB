           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".

           MOVE 0 TO w-motivo-valido
           PERFORM UNTIL motivo-valido
               DISPLAY "Motivo: 1-Renuncia 2-Falta de pago "
                   "4-Traslado"
               ACCEPT w-motivo-alfa
               IF w-motivo-alfa = "3"
                   DISPLAY "El fallecimiento se registra con el"
                       " programa FALLECIMIENTO"
               ELSE
                   IF w-motivo-alfa IS NUMERIC AND
                      w-motivo-alfa >= "1" AND w-motivo-alfa <= "4"
                       MOVE 1 TO w-motivo-valido
                   ELSE
                       DISPLAY "Motivo invalido"
                   END-IF
               END-IF
           END-PERFORM.
       dar-de-baja.
           MOVE soc-nombre TO bh-nombre.
           MOVE soc-motivo-baja TO bh-motivo.
           MOVE soc-fecha-baja TO bh-fecha.
           MOVE soc-fecha-alta TO bh-fecha-alta.
           WRITE bajas-hist-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           ADD 1 TO w-sesion-total-operaciones.
