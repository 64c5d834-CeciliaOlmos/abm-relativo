      * Shared reference to the libro de actas kept by
      * RESOLUCIONES-MANT. 945-PEDIR-RESOLUCION asks for the number
      * of the resolution that authorizes the operation and looks it
      * up in resoluciones.dat; resolucion-valida comes back set,
      * with the acta, date and summary, and w-res-referencia holds
      * the "RES-nnnnn/ACTA-nnnnn" text the caller stores in its own
      * record. Once the operation is done the caller moves a short
      * description to w-res-accion, the socio or period to
      * w-res-clave and performs 946-REGISTRAR-ACTO.
       945-PEDIR-RESOLUCION.
           MOVE 0 TO w-res-valida.
           MOVE SPACES TO w-res-referencia.
           DISPLAY "Ingrese numero de resolucion de la comision".
           ACCEPT w-res-numero.
           IF w-res-numero = 0
               DISPLAY "Sin resolucion no se puede continuar"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESOLUCIONES.
           IF w-resoluciones-status = "00"
               MOVE 0 TO w-sen-res
               READ RESOLUCIONES AT END MOVE 1 TO w-sen-res END-READ
               PERFORM UNTIL fin-resoluciones OR resolucion-valida
                   IF res-numero = w-res-numero
                       MOVE 1 TO w-res-valida
                       MOVE res-acta TO w-res-acta
                       MOVE res-fecha TO w-res-fecha
                       MOVE res-resumen TO w-res-resumen
                   ELSE
                       READ RESOLUCIONES AT END MOVE 1 TO w-sen-res
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RESOLUCIONES
           END-IF.
           MOVE 0 TO w-sen-res.
           IF NOT resolucion-valida
               DISPLAY "La resolucion ", w-res-numero,
                   " no figura en el libro de actas"
               EXIT PARAGRAPH
           END-IF.
           STRING "RES-" DELIMITED BY SIZE
               w-res-numero DELIMITED BY SIZE
               "/ACTA-" DELIMITED BY SIZE
               w-res-acta DELIMITED BY SIZE
               INTO w-res-referencia
           END-STRING.
           DISPLAY "Acta ", w-res-acta, " del ", w-res-fecha, ": ",
               w-res-resumen.
       946-REGISTRAR-ACTO.
           OPEN EXTEND RESOL-ACTOS.
           IF w-resol-actos-status = "35"
               OPEN OUTPUT RESOL-ACTOS
               CLOSE RESOL-ACTOS
               OPEN EXTEND RESOL-ACTOS
           END-IF.
           MOVE w-res-numero TO ra-resolucion.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ra-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ra-hora.
           MOVE w-programa-log TO ra-programa.
           MOVE w-res-accion TO ra-accion.
           MOVE w-res-clave TO ra-clave.
           MOVE w-operador TO ra-operador.
           WRITE resol-acto-reg.
           CLOSE RESOL-ACTOS.
