                   CONTINUE
           END-EVALUATE.
       400-CARGAR-TARIFA.
           DISPLAY "Ingrese categoria (A/V/H/C/T)".
           ACCEPT w-categoria.
           IF w-categoria NOT = "A" AND w-categoria NOT = "V" AND
              w-categoria NOT = "H" AND w-categoria NOT = "C" AND
              w-categoria NOT = "T"
               DISPLAY "Categoria invalida"
           ELSE
               DISPLAY "Ingrese periodo desde el que rige (AAAAMM)"
