      * Shared access to the re-empadronamiento campaign in course.
      * 971-CARGAR-CAMPANIA takes the last row of empadronamientos.dat
      * and sets hay-campania with its number, opening and deadline.
      * For 972-VERIFICAR-EMPADRON the caller opens REEMPADRONADOS,
      * moves the socio to w-emp-buscar-cod and its fecha de alta to
      * w-emp-buscar-alta: a socio that joined after the campaign
      * opened gave its data at the alta and is not reached
      * (emp-no-alcanzado); the rest come back emp-reempadronado or
      * emp-pendiente.
       971-CARGAR-CAMPANIA.
           MOVE 0 TO w-emp-hay.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-emp-hoy.
           OPEN INPUT CAMPANIAS-EMP.
           IF w-campanias-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-emp.
           READ CAMPANIAS-EMP AT END MOVE 1 TO w-sen-emp END-READ.
           PERFORM UNTIL fin-campanias
               MOVE 1 TO w-emp-hay
               MOVE emp-campania TO w-emp-campania
               MOVE emp-apertura TO w-emp-apertura
               MOVE emp-vence TO w-emp-vence
               READ CAMPANIAS-EMP AT END MOVE 1 TO w-sen-emp END-READ
           END-PERFORM.
           CLOSE CAMPANIAS-EMP.
           MOVE 0 TO w-sen-emp.
       972-VERIFICAR-EMPADRON.
           MOVE 0 TO w-emp-situacion.
           IF NOT hay-campania OR w-emp-buscar-alta >= w-emp-apertura
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO w-emp-situacion.
           MOVE w-emp-campania TO rem-campania.
           MOVE w-emp-buscar-cod TO rem-codigo.
           READ REEMPADRONADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-emp-situacion
           END-READ.
