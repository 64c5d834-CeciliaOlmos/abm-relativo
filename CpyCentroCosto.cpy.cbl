      * Shared prompt for the cost center an expense is charged to:
      * a section of secciones.dat, a sucursal of sucursales.dat or
      * general overhead. 947-PEDIR-CENTRO-COSTO loops until the
      * operator gives a valid one and leaves w-cc-tipo (S, U or G)
      * and w-cc-codigo (blank for general) set for the caller to
      * store.
       947-PEDIR-CENTRO-COSTO.
           MOVE 0 TO w-cc-valido.
           PERFORM UNTIL centro-valido
               MOVE SPACES TO w-cc-tipo
               PERFORM UNTIL cc-tipo-valido
                   DISPLAY "Centro de costo: S-Seccion / U-Sucursal"
                       " / G-General"
                   ACCEPT w-cc-tipo
                   MOVE FUNCTION UPPER-CASE(w-cc-tipo) TO w-cc-tipo
               END-PERFORM
               MOVE SPACES TO w-cc-codigo
               MOVE SPACES TO w-cc-nombre
               IF cc-general
                   MOVE 1 TO w-cc-valido
               ELSE
                   DISPLAY "Ingrese codigo de seccion o sucursal"
                   ACCEPT w-cc-codigo
                   MOVE FUNCTION UPPER-CASE(w-cc-codigo)
                       TO w-cc-codigo
                   PERFORM 948-VALIDAR-CENTRO
                   IF NOT centro-valido
                       DISPLAY "Codigo inexistente: ", w-cc-codigo
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT cc-general
               DISPLAY "Centro de costo: ", w-cc-tipo, " ",
                   w-cc-codigo, " ", w-cc-nombre
           END-IF.
       948-VALIDAR-CENTRO.
           MOVE 0 TO w-cc-valido.
           MOVE 0 TO w-sen-cc.
           IF cc-seccion
               OPEN INPUT SECCIONES
               IF w-secciones-status = "00"
                   READ SECCIONES AT END MOVE 1 TO w-sen-cc END-READ
                   PERFORM UNTIL fin-centros OR centro-valido
                       IF sec-codigo = w-cc-codigo
                           MOVE 1 TO w-cc-valido
                           MOVE sec-nombre TO w-cc-nombre
                       ELSE
                           READ SECCIONES AT END MOVE 1 TO w-sen-cc
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE SECCIONES
               END-IF
           ELSE
               OPEN INPUT SUCURSALES-MANT
               IF w-sucursales-status = "00"
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen-cc
                   END-READ
                   PERFORM UNTIL fin-centros OR centro-valido
                       IF sm-codigo = w-cc-codigo
                           MOVE 1 TO w-cc-valido
                           MOVE sm-nombre TO w-cc-nombre
                       ELSE
                           READ SUCURSALES-MANT AT END
                               MOVE 1 TO w-sen-cc
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE SUCURSALES-MANT
               END-IF
           END-IF.
           MOVE 0 TO w-sen-cc.
