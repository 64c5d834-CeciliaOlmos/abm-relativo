      * ALTA capture shared by TABLA-HASH and GRABA-RANDOM-REL, run
      * once soc-reg holds the new socio. Needs CpyTemporarios,
      * CpyCampIngreso and CpyCampSocios with their records and
      * CpyAltaIngresoWS.
      * A temporario (summer pool membership and the like) carries
      * the date its membership ends; VENCE-TEMPORARIOS gives the
      * baja the night after it passes.
       925-PEDIR-VENCIMIENTO.
           MOVE 0 TO w-vence-ok.
           PERFORM UNTIL vencimiento-valido
               DISPLAY "Ingrese fecha de vencimiento del temporario"
                   " (AAAAMMDD)"
               ACCEPT w-vence
               IF FUNCTION TEST-DATE-YYYYMMDD(w-vence) = 0 AND
                  w-vence > soc-fecha-alta
                   MOVE 1 TO w-vence-ok
               ELSE
                   DISPLAY "Fecha invalida: debe ser una fecha"
                       " calendario real posterior al alta"
               END-IF
           END-PERFORM.
       926-REGISTRAR-VENCIMIENTO.
           IF NOT categ-temporario
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND TEMPORARIOS.
           IF w-temporarios-status = "35"
               OPEN OUTPUT TEMPORARIOS
               CLOSE TEMPORARIOS
               OPEN EXTEND TEMPORARIOS
           END-IF.
           MOVE soc-codigo TO tmp-codigo.
           MOVE w-vence TO tmp-vence.
           WRITE temporario-reg.
           CLOSE TEMPORARIOS.
      * A new member joining under a campaign of CAMPANIAS-MANT
      * gives its code at the desk. The campaign must be vigente and
      * the alta must fall inside its window, categorias and
      * sucursales; the socio is then recorded in
      * campanias-socios.dat with the periods it covers from the
      * alta period on, and the paying programs price those periods
      * with the campaign discount by themselves.
       927-CAPTURAR-CAMPANIA.
           MOVE 0 TO w-camp-resuelta.
           PERFORM UNTIL campania-resuelta
               DISPLAY "Ingrese codigo de campania de ingreso"
                   " (vacio = ninguna)"
               MOVE SPACES TO w-campania
               ACCEPT w-campania
               MOVE FUNCTION UPPER-CASE(w-campania) TO w-campania
               IF w-campania = SPACES
                   MOVE 1 TO w-camp-resuelta
               ELSE
                   PERFORM 928-VERIFICAR-CAMPANIA
               END-IF
           END-PERFORM.
           IF w-campania = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-fecha-alta(1:4) TO w-camp-anio.
           MOVE soc-fecha-alta(5:2) TO w-camp-mes.
           COMPUTE w-camp-meses =
               w-camp-anio * 12 + w-camp-mes + w-camp-periodos - 1.
           OPEN EXTEND CAMP-SOCIOS.
           IF w-camp-socios-status = "35"
               OPEN OUTPUT CAMP-SOCIOS
               CLOSE CAMP-SOCIOS
               OPEN EXTEND CAMP-SOCIOS
           END-IF.
           MOVE soc-codigo TO cas-codigo.
           MOVE w-campania TO cas-campania.
           MOVE soc-fecha-alta(1:6) TO cas-desde.
           COMPUTE w-camp-anio = (w-camp-meses - 1) / 12.
           COMPUTE w-camp-mes = w-camp-meses - w-camp-anio * 12.
           COMPUTE cas-hasta = w-camp-anio * 100 + w-camp-mes.
           MOVE w-camp-pct-cuota TO cas-pct-cuota.
           MOVE w-camp-pct-secciones TO cas-pct-secciones.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cas-fecha.
           MOVE w-operador TO cas-operador.
           WRITE camp-socio-reg.
           CLOSE CAMP-SOCIOS.
           DISPLAY "Campania ", w-campania, " aplicada a los periodos ",
               cas-desde, " a ", cas-hasta.
       928-VERIFICAR-CAMPANIA.
           MOVE 0 TO w-camp-hallada.
           OPEN INPUT CAMP-INGRESO.
           IF w-camp-ingreso-status = "00"
               MOVE 0 TO w-camp-sen
               READ CAMP-INGRESO AT END MOVE 1 TO w-camp-sen END-READ
               PERFORM UNTIL fin-camp-ingreso OR campania-hallada
                   IF cai-codigo = w-campania
                       MOVE 1 TO w-camp-hallada
                       MOVE cai-descripcion TO w-camp-descripcion
                       MOVE cai-estado TO w-camp-estado
                       MOVE cai-alta-desde TO w-camp-alta-desde
                       MOVE cai-alta-hasta TO w-camp-alta-hasta
                       MOVE cai-categorias TO w-camp-categorias
                       MOVE cai-sucursales TO w-camp-sucursales
                       MOVE cai-pct-cuota TO w-camp-pct-cuota
                       MOVE cai-pct-secciones TO w-camp-pct-secciones
                       MOVE cai-periodos TO w-camp-periodos
                   ELSE
                       READ CAMP-INGRESO AT END MOVE 1 TO w-camp-sen
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CAMP-INGRESO
           END-IF.
           IF NOT campania-hallada
               DISPLAY "Campania inexistente"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Campania ", w-campania, " ", w-camp-descripcion.
           IF NOT camp-hallada-vigente
               DISPLAY "La campania esta suspendida"
               EXIT PARAGRAPH
           END-IF.
           IF soc-fecha-alta < w-camp-alta-desde OR
              soc-fecha-alta > w-camp-alta-hasta
               DISPLAY "La campania es para altas del ",
                   w-camp-alta-desde, " al ", w-camp-alta-hasta
               EXIT PARAGRAPH
           END-IF.
           IF w-camp-categorias NOT = SPACES
               MOVE 0 TO w-camp-coincide
               INSPECT w-camp-categorias TALLYING w-camp-coincide
                   FOR ALL soc-categoria
               IF w-camp-coincide = 0
                   DISPLAY "La campania no alcanza a la categoria ",
                       soc-categoria
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF w-camp-sucursales NOT = SPACES
               MOVE 0 TO w-camp-coincide
               PERFORM VARYING w-camp-i FROM 1 BY 1 UNTIL w-camp-i > 5
                   IF w-camp-sucursal(w-camp-i) NOT = SPACES AND
                      w-camp-sucursal(w-camp-i) = soc-sucursal
                       MOVE 1 TO w-camp-coincide
                   END-IF
               END-PERFORM
               IF w-camp-coincide = 0
                   DISPLAY "La campania no alcanza a la sucursal ",
                       soc-sucursal
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 1 TO w-camp-resuelta.
