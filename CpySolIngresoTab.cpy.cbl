      * Shared handling of solicitudes-ingreso.dat. The file is loaded
      * whole into tab-solicitudes by 990-CARGAR-SOLICITUDES and
      * written back by 991-GRABAR-SOLICITUDES. TABLA-HASH's ALTA
      * moves the requested code to w-sol-buscar-cod, performs
      * 992-BUSCAR-APROBADA and tests solicitud-hallada (w-si then
      * points at the entry); once the socio is in arch.dat it
      * performs 993-MARCAR-INGRESADA so an approval is used once.
      * A file with more applications than tab-solicitudes holds sets
      * solicitudes-desbordadas: it is then never written back (that
      * would lose the rows past the table and reuse their numbers)
      * and no approval is looked up in it until it is purged.
       990-CARGAR-SOLICITUDES.
           MOVE 0 TO w-cant-sol.
           MOVE 0 TO w-ultimo-numero.
           MOVE 0 TO w-sol-desborde.
           OPEN INPUT SOL-INGRESO.
           IF w-sol-ingreso-status = "00"
               MOVE 0 TO w-sen-sol
               READ SOL-INGRESO AT END MOVE 1 TO w-sen-sol END-READ
               PERFORM UNTIL fin-solicitudes
                   IF w-cant-sol < 300
                       ADD 1 TO w-cant-sol
                       MOVE si-numero TO tsi-numero(w-cant-sol)
                       MOVE si-codigo TO tsi-codigo(w-cant-sol)
                       MOVE si-nombre TO tsi-nombre(w-cant-sol)
                       MOVE si-categoria TO tsi-categoria(w-cant-sol)
                       MOVE si-sucursal TO tsi-sucursal(w-cant-sol)
                       MOVE si-presentante-1 TO tsi-pres-1(w-cant-sol)
                       MOVE si-presentante-2 TO tsi-pres-2(w-cant-sol)
                       MOVE si-fecha-solicitud
                           TO tsi-fecha-sol(w-cant-sol)
                       MOVE si-fecha-publicacion
                           TO tsi-fecha-pub(w-cant-sol)
                       MOVE si-objecion TO tsi-objecion(w-cant-sol)
                       MOVE si-fecha-resolucion
                           TO tsi-fecha-res(w-cant-sol)
                       MOVE si-acta TO tsi-acta(w-cant-sol)
                       MOVE si-estado TO tsi-estado(w-cant-sol)
                       MOVE si-operador TO tsi-operador(w-cant-sol)
                       IF si-numero > w-ultimo-numero
                           MOVE si-numero TO w-ultimo-numero
                       END-IF
                   ELSE
                       MOVE 1 TO w-sol-desborde
                   END-IF
                   READ SOL-INGRESO AT END MOVE 1 TO w-sen-sol
                   END-READ
               END-PERFORM
               CLOSE SOL-INGRESO
           END-IF.
           MOVE 0 TO w-sen-sol.
           IF solicitudes-desbordadas
               DISPLAY "solicitudes-ingreso.dat supera las 300"
                   " solicitudes: queda solo para consulta"
           END-IF.
       991-GRABAR-SOLICITUDES.
           IF solicitudes-desbordadas
               DISPLAY "solicitudes-ingreso.dat no se regraba"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SOL-INGRESO.
           PERFORM VARYING w-si FROM 1 BY 1 UNTIL w-si > w-cant-sol
               MOVE tsi-numero(w-si) TO si-numero
               MOVE tsi-codigo(w-si) TO si-codigo
               MOVE tsi-nombre(w-si) TO si-nombre
               MOVE tsi-categoria(w-si) TO si-categoria
               MOVE tsi-sucursal(w-si) TO si-sucursal
               MOVE tsi-pres-1(w-si) TO si-presentante-1
               MOVE tsi-pres-2(w-si) TO si-presentante-2
               MOVE tsi-fecha-sol(w-si) TO si-fecha-solicitud
               MOVE tsi-fecha-pub(w-si) TO si-fecha-publicacion
               MOVE tsi-objecion(w-si) TO si-objecion
               MOVE tsi-fecha-res(w-si) TO si-fecha-resolucion
               MOVE tsi-acta(w-si) TO si-acta
               MOVE tsi-estado(w-si) TO si-estado
               MOVE tsi-operador(w-si) TO si-operador
               WRITE sol-ingreso-reg
           END-PERFORM.
           CLOSE SOL-INGRESO.
       992-BUSCAR-APROBADA.
           PERFORM 990-CARGAR-SOLICITUDES.
           MOVE 0 TO w-sol-hallada.
           IF solicitudes-desbordadas
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-si FROM 1 BY 1
                   UNTIL w-si > w-cant-sol OR solicitud-hallada
               IF tsi-estado(w-si) = "A" AND
                  tsi-codigo(w-si) = w-sol-buscar-cod
                   MOVE 1 TO w-sol-hallada
               END-IF
           END-PERFORM.
           IF solicitud-hallada
               SUBTRACT 1 FROM w-si
           END-IF.
       993-MARCAR-INGRESADA.
           IF solicitud-hallada
               MOVE "E" TO tsi-estado(w-si)
               PERFORM 991-GRABAR-SOLICITUDES
               MOVE 0 TO w-sol-hallada
           END-IF.
