      *          each with its monthly fee on top of the base dues.
      *          INSCRIPCIONES-MANT.cbl links socios to these
      *          sections and CUOTAS-MANT adds the fees of the
      *          vigente enrollments to each period charged. A
      *          section may send its whole enrollment to the
      *          accident insurance roster of SEGURO-NOMINA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               07 ts-cuota pic 9(6)v99.
               07 ts-req-apto pic x.
               07 ts-federada pic x.
               07 ts-seguro-todos pic x.
       77  w-req-apto pic x.
       77  w-federada pic x.
       77  w-seguro-todos pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-CARGAR-TABLA.
                   MOVE sec-cuota TO ts-cuota(w-cant)
                   MOVE sec-req-apto TO ts-req-apto(w-cant)
                   MOVE sec-federada TO ts-federada(w-cant)
                   MOVE sec-seguro-todos TO ts-seguro-todos(w-cant)
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
               MOVE ts-cuota(w-i) TO sec-cuota
               MOVE ts-req-apto(w-i) TO sec-req-apto
               MOVE ts-federada(w-i) TO sec-federada
               MOVE ts-seguro-todos(w-i) TO sec-seguro-todos
               WRITE seccion-reg
           END-PERFORM.
           CLOSE SECCIONES.
           IF w-federada NOT = "S"
               MOVE SPACE TO w-federada
           END-IF.
           DISPLAY "Todos sus inscriptos van al seguro de accidentes?"
               " (S/N)".
           ACCEPT w-seguro-todos.
           MOVE FUNCTION UPPER-CASE(w-seguro-todos) TO w-seguro-todos.
           IF w-seguro-todos NOT = "S"
               MOVE SPACE TO w-seguro-todos
           END-IF.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant OR seccion-hallada
                   MOVE w-cuota TO ts-cuota(w-i)
                   MOVE w-req-apto TO ts-req-apto(w-i)
                   MOVE w-federada TO ts-federada(w-i)
                   MOVE w-seguro-todos TO ts-seguro-todos(w-i)
               END-IF
           END-PERFORM.
           IF NOT seccion-hallada
               MOVE w-cuota TO ts-cuota(w-cant)
               MOVE w-req-apto TO ts-req-apto(w-cant)
               MOVE w-federada TO ts-federada(w-cant)
               MOVE w-seguro-todos TO ts-seguro-todos(w-cant)
           END-IF.
           PERFORM 150-GRABAR-TABLA.
           DISPLAY "Seccion registrada".
