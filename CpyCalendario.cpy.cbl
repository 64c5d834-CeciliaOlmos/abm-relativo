      * Shared club calendar kept in feriados.dat by FERIADOS-MANT:
      * national holidays (tipo F) and the days the club stays
      * closed (tipo C). The caller loads it once with
      * 981-CARGAR-CALENDARIO, moves a date to w-cal-fecha and
      * performs 982-VERIFICAR-DIA (dia-habil, dia-cierre-club and
      * w-cal-descripcion come back set) or 983-PROXIMO-DIA-HABIL,
      * which leaves in w-cal-fecha the first business day on or
      * after the date given. Saturdays and Sundays are never
      * business days.
       981-CARGAR-CALENDARIO.
           MOVE 0 TO w-cant-feriados.
           OPEN INPUT FERIADOS.
           IF w-feriados-status = "00"
               MOVE 0 TO w-cal-sen
               READ FERIADOS AT END MOVE 1 TO w-cal-sen END-READ
               PERFORM UNTIL fin-calendario OR w-cant-feriados >= 500
                   ADD 1 TO w-cant-feriados
                   MOVE fer-fecha TO tf-fecha(w-cant-feriados)
                   MOVE fer-tipo TO tf-tipo(w-cant-feriados)
                   MOVE fer-descripcion
                       TO tf-descripcion(w-cant-feriados)
                   READ FERIADOS AT END MOVE 1 TO w-cal-sen END-READ
               END-PERFORM
               CLOSE FERIADOS
           END-IF.
           MOVE 0 TO w-cal-sen.
      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the remainder of seven gives 1 = lunes ... 7 = domingo.
       982-VERIFICAR-DIA.
           MOVE 1 TO w-cal-habil.
           MOVE 0 TO w-cal-cierre.
           MOVE SPACES TO w-cal-descripcion.
           COMPUTE w-cal-juliano =
               FUNCTION INTEGER-OF-DATE(w-cal-fecha).
           COMPUTE w-cal-dia-semana =
               FUNCTION MOD(w-cal-juliano - 1, 7) + 1.
           IF w-cal-dia-semana > 5
               MOVE 0 TO w-cal-habil
           END-IF.
           PERFORM VARYING w-cal-i FROM 1 BY 1
                   UNTIL w-cal-i > w-cant-feriados
               IF tf-fecha(w-cal-i) = w-cal-fecha
                   MOVE 0 TO w-cal-habil
                   MOVE tf-descripcion(w-cal-i) TO w-cal-descripcion
                   IF tf-tipo(w-cal-i) = "C"
                       MOVE 1 TO w-cal-cierre
                   END-IF
               END-IF
           END-PERFORM.
       983-PROXIMO-DIA-HABIL.
           PERFORM 982-VERIFICAR-DIA.
           PERFORM UNTIL dia-habil
               COMPUTE w-cal-juliano = w-cal-juliano + 1
               COMPUTE w-cal-fecha =
                   FUNCTION DATE-OF-INTEGER(w-cal-juliano)
               PERFORM 982-VERIFICAR-DIA
           END-PERFORM.
