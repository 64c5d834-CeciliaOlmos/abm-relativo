      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the promotional campaigns for new
      *          members the comision approves ("first three months
      *          at 50%", "no section fee the first month"), which
      *          the desk used to apply by hand with overrides. Each
      *          campaign of campanias-ingreso.dat carries its code,
      *          the window of soc-fecha-alta it is offered in, the
      *          eligible categorias and sucursales, the discount on
      *          the base dues and on the section fees, the number
      *          of periods it lasts and the resolution of the libro
      *          de actas that approved it (checked against
      *          resoluciones.dat and logged to
      *          resoluciones-actos.dat). The code is captured at the
      *          alta (TABLA-HASH), which freezes the campaign's terms
      *          for the socio in campanias-socios.dat; CUOTAS-MANT,
      *          DEBITO-PRESENTA, GENERA-CUPONERA and DEVENGA-CUOTAS
      *          then price those periods with the discount.
      *          Changing or suspending a campaign only affects the
      *          altas that come after. CAMPANIAS-INFORME reports how
      *          the members that joined under each one did.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANIAS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyCampIngreso.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCampIngresoReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-camp-ingreso-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-respuesta pic x.
       01  w-codigo pic x(6).
       01  w-descripcion pic x(30).
       77  w-alta-desde pic 9(8).
       77  w-alta-hasta pic 9(8).
       01  w-categorias pic x(5).
       01  w-sucursales.
           05 w-sucursal pic xxx occurs 5 times.
       01  w-suc-ingresada pic xxx.
       77  w-pct-cuota pic 9(3).
       77  w-pct-secciones pic 9(3).
       77  w-periodos pic 9(2).
       77  w-s pic 9.
       77  w-k pic 9.
       77  w-datos-ok pic 9 value 0.
           88 datos-ok value 1.
       77  w-cat-error pic 9 value 0.
           88 categoria-invalida value 1.
       77  w-cant-suc pic 9(3) value 0.
       77  w-su pic 9(3).
       77  w-suc-hallada pic 9 value 0.
           88 sucursal-hallada value 1.
       01  tab-sucursales.
           05 sucursales-ent occurs 1 to 100 times
                   depending on w-cant-suc.
               07 tsu-codigo pic xxx.
       77  w-cant-camp pic 9(3) value 0.
       77  w-c pic 9(3).
       77  w-camp-hallada pic 9 value 0.
           88 campania-hallada value 1.
       01  tab-campanias.
           05 campanias-ent occurs 1 to 200 times
                   depending on w-cant-camp.
               07 tca-codigo pic x(6).
               07 tca-descripcion pic x(30).
               07 tca-alta-desde pic 9(8).
               07 tca-alta-hasta pic 9(8).
               07 tca-categorias pic x(5).
               07 tca-sucursales pic x(15).
               07 tca-pct-cuota pic 9(3).
               07 tca-pct-secciones pic 9(3).
               07 tca-periodos pic 9(2).
               07 tca-referencia pic x(20).
               07 tca-estado pic x.
               07 tca-operador pic x(12).
       77  w-adheridos pic 9(5).
           COPY "CpyCampIngresoWS.cpy.cbl".
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CAMPANIAS-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-CARGAR-SUCURSALES.
           PERFORM 110-CARGAR-CAMPANIAS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       COPY "CpyCampIngresoTar.cpy.cbl".
       100-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-suc < 100
                       ADD 1 TO w-cant-suc
                       MOVE sm-codigo TO tsu-codigo(w-cant-suc)
                   END-IF
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           MOVE 0 TO w-sen.
       110-CARGAR-CAMPANIAS.
           MOVE 0 TO w-cant-camp.
           OPEN INPUT CAMP-INGRESO.
           IF w-camp-ingreso-status = "00"
               MOVE 0 TO w-sen
               READ CAMP-INGRESO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-camp < 200
                       ADD 1 TO w-cant-camp
                       MOVE w-cant-camp TO w-c
                       MOVE cai-codigo TO tca-codigo(w-c)
                       MOVE cai-descripcion TO tca-descripcion(w-c)
                       MOVE cai-alta-desde TO tca-alta-desde(w-c)
                       MOVE cai-alta-hasta TO tca-alta-hasta(w-c)
                       MOVE cai-categorias TO tca-categorias(w-c)
                       MOVE cai-sucursales TO tca-sucursales(w-c)
                       MOVE cai-pct-cuota TO tca-pct-cuota(w-c)
                       MOVE cai-pct-secciones
                           TO tca-pct-secciones(w-c)
                       MOVE cai-periodos TO tca-periodos(w-c)
                       MOVE cai-referencia TO tca-referencia(w-c)
                       MOVE cai-estado TO tca-estado(w-c)
                       MOVE cai-operador TO tca-operador(w-c)
                   END-IF
                   READ CAMP-INGRESO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CAMP-INGRESO
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-CAMPANIAS.
           OPEN OUTPUT CAMP-INGRESO.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-camp
               MOVE tca-codigo(w-c) TO cai-codigo
               MOVE tca-descripcion(w-c) TO cai-descripcion
               MOVE tca-alta-desde(w-c) TO cai-alta-desde
               MOVE tca-alta-hasta(w-c) TO cai-alta-hasta
               MOVE tca-categorias(w-c) TO cai-categorias
               MOVE tca-sucursales(w-c) TO cai-sucursales
               MOVE tca-pct-cuota(w-c) TO cai-pct-cuota
               MOVE tca-pct-secciones(w-c) TO cai-pct-secciones
               MOVE tca-periodos(w-c) TO cai-periodos
               MOVE tca-referencia(w-c) TO cai-referencia
               MOVE tca-estado(w-c) TO cai-estado
               MOVE tca-operador(w-c) TO cai-operador
               WRITE camp-ingreso-reg
           END-PERFORM.
           CLOSE CAMP-INGRESO.
       200-MENU.
           DISPLAY "=== CAMPANIAS DE INGRESO DE SOCIOS ==="
           DISPLAY "1- Alta o cambio de campania"
           DISPLAY "2- Suspender o reactivar campania"
           DISPLAY "3- Listar campanias"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-ALTA-CAMPANIA
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   IF nivel-supervisor
                       PERFORM 500-SUSPENDER-CAMPANIA
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 3
                   PERFORM 600-LISTAR-CAMPANIAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A code already in the file is replaced with the new terms and
      * keeps its estado; the socios that already joined under it
      * keep the terms frozen at their alta.
       400-ALTA-CAMPANIA.
           DISPLAY "Ingrese codigo de campania".
           ACCEPT w-codigo.
           IF w-codigo = SPACES
               DISPLAY "Codigo invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(w-codigo) TO w-codigo.
           PERFORM 410-BUSCAR-CAMPANIA.
           IF campania-hallada
               DISPLAY "Campania existente: ", tca-descripcion(w-c)
               DISPLAY "Se reemplazaran sus condiciones"
           END-IF.
           PERFORM 420-PEDIR-CONDICIONES.
           IF NOT datos-ok
               EXIT PARAGRAPH
           END-IF.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           IF NOT campania-hallada
               IF w-cant-camp >= 200
                   DISPLAY "Tabla de campanias completa"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-camp
               MOVE w-cant-camp TO w-c
               MOVE w-codigo TO tca-codigo(w-c)
               MOVE "A" TO tca-estado(w-c)
               MOVE "ALTA CAMPANIA INGRESO" TO w-res-accion
           ELSE
               MOVE "CAMBIO CAMPANIA INGRESO" TO w-res-accion
           END-IF.
           MOVE w-descripcion TO tca-descripcion(w-c).
           MOVE w-alta-desde TO tca-alta-desde(w-c).
           MOVE w-alta-hasta TO tca-alta-hasta(w-c).
           MOVE w-categorias TO tca-categorias(w-c).
           MOVE w-sucursales TO tca-sucursales(w-c).
           MOVE w-pct-cuota TO tca-pct-cuota(w-c).
           MOVE w-pct-secciones TO tca-pct-secciones(w-c).
           MOVE w-periodos TO tca-periodos(w-c).
           MOVE w-res-referencia TO tca-referencia(w-c).
           MOVE w-operador TO tca-operador(w-c).
           PERFORM 120-GRABAR-CAMPANIAS.
           MOVE w-codigo TO w-res-clave.
           PERFORM 946-REGISTRAR-ACTO.
           DISPLAY "Campania ", w-codigo, " registrada".
       410-BUSCAR-CAMPANIA.
           MOVE 0 TO w-camp-hallada.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-camp OR campania-hallada
               IF tca-codigo(w-c) = w-codigo
                   MOVE 1 TO w-camp-hallada
               END-IF
           END-PERFORM.
           IF campania-hallada
               SUBTRACT 1 FROM w-c
           END-IF.
      * Only the categorias that pay dues can be offered a campaign
      * (activo, cadete, temporario); categorias and sucursales left
      * blank mean all of them.
       420-PEDIR-CONDICIONES.
           MOVE 0 TO w-datos-ok.
           DISPLAY "Descripcion".
           ACCEPT w-descripcion.
           DISPLAY "Fecha de alta desde (AAAAMMDD)".
           ACCEPT w-alta-desde.
           DISPLAY "Fecha de alta hasta (AAAAMMDD)".
           ACCEPT w-alta-hasta.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-alta-desde) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(w-alta-hasta) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           IF w-alta-hasta < w-alta-desde
               DISPLAY "La fecha hasta es anterior a la fecha desde"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Categorias habilitadas (A/C/T, hasta 5; en blanco"
               " = todas)".
           ACCEPT w-categorias.
           MOVE FUNCTION UPPER-CASE(w-categorias) TO w-categorias.
           MOVE 0 TO w-cat-error.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > 5 OR categoria-invalida
               IF w-categorias(w-k:1) NOT = SPACE AND
                  w-categorias(w-k:1) NOT = "A" AND
                  w-categorias(w-k:1) NOT = "C" AND
                  w-categorias(w-k:1) NOT = "T"
                   MOVE 1 TO w-cat-error
               END-IF
           END-PERFORM.
           IF categoria-invalida
               DISPLAY "Categoria invalida: solo A, C o T"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO w-sucursales.
           MOVE 0 TO w-s.
           DISPLAY "Sucursales habilitadas, una por linea (hasta 5;"
               " en blanco termina, ninguna = todas)".
           MOVE "X" TO w-suc-ingresada.
           PERFORM UNTIL w-suc-ingresada = SPACES OR w-s = 5
               ACCEPT w-suc-ingresada
               IF w-suc-ingresada NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(w-suc-ingresada)
                       TO w-suc-ingresada
                   PERFORM 430-VERIFICAR-SUCURSAL
                   IF sucursal-hallada
                       ADD 1 TO w-s
                       MOVE w-suc-ingresada TO w-sucursal(w-s)
                   ELSE
                       DISPLAY "Sucursal inexistente, se ignora"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Porcentaje de descuento sobre la cuota base"
               " (0-100)".
           ACCEPT w-pct-cuota.
           DISPLAY "Porcentaje de descuento sobre las secciones"
               " (0-100)".
           ACCEPT w-pct-secciones.
           IF w-pct-cuota > 100 OR w-pct-secciones > 100
               DISPLAY "Porcentaje invalido"
               EXIT PARAGRAPH
           END-IF.
           IF w-pct-cuota = 0 AND w-pct-secciones = 0
               DISPLAY "La campania debe tener algun descuento"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad de periodos que dura desde el alta".
           ACCEPT w-periodos.
           IF w-periodos = 0
               DISPLAY "Cantidad de periodos invalida"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-datos-ok.
       430-VERIFICAR-SUCURSAL.
           MOVE 0 TO w-suc-hallada.
           PERFORM VARYING w-su FROM 1 BY 1
                   UNTIL w-su > w-cant-suc OR sucursal-hallada
               IF tsu-codigo(w-su) = w-suc-ingresada
                   MOVE 1 TO w-suc-hallada
               END-IF
           END-PERFORM.
      * Suspending stops the campaign being offered at the alta; the
      * socios that already joined keep their discount.
       500-SUSPENDER-CAMPANIA.
           DISPLAY "Ingrese codigo de campania".
           ACCEPT w-codigo.
           MOVE FUNCTION UPPER-CASE(w-codigo) TO w-codigo.
           PERFORM 410-BUSCAR-CAMPANIA.
           IF NOT campania-hallada
               DISPLAY "La campania no se encuentra registrada"
               EXIT PARAGRAPH
           END-IF.
           IF tca-estado(w-c) = "A"
               DISPLAY "Campania vigente: ", tca-descripcion(w-c)
               DISPLAY "Se suspendera. Confirma? (S/N)"
           ELSE
               DISPLAY "Campania suspendida: ", tca-descripcion(w-c)
               DISPLAY "Se reactivara. Confirma? (S/N)"
           END-IF.
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           IF tca-estado(w-c) = "A"
               MOVE "S" TO tca-estado(w-c)
               DISPLAY "Campania suspendida"
           ELSE
               MOVE "A" TO tca-estado(w-c)
               DISPLAY "Campania reactivada"
           END-IF.
           MOVE w-operador TO tca-operador(w-c).
           PERFORM 120-GRABAR-CAMPANIAS.
       600-LISTAR-CAMPANIAS.
           IF w-cant-camp = 0
               DISPLAY "No hay campanias registradas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== CAMPANIAS DE INGRESO ===".
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-camp
               MOVE 0 TO w-adheridos
               PERFORM VARYING w-cs FROM 1 BY 1
                       UNTIL w-cs > w-cant-cas
                   IF tcp-campania(w-cs) = tca-codigo(w-c)
                       ADD 1 TO w-adheridos
                   END-IF
               END-PERFORM
               DISPLAY tca-codigo(w-c), " ", tca-descripcion(w-c),
                   " ", tca-estado(w-c), " ADHERIDOS ", w-adheridos
               DISPLAY "   ALTAS ", tca-alta-desde(w-c), "-",
                   tca-alta-hasta(w-c), " CUOTA -",
                   tca-pct-cuota(w-c), "% SECCIONES -",
                   tca-pct-secciones(w-c), "% POR ",
                   tca-periodos(w-c), " PERIODOS"
               DISPLAY "   CATEGORIAS ", tca-categorias(w-c),
                   " SUCURSALES ", tca-sucursales(w-c),
                   " REF ", tca-referencia(w-c)
           END-PERFORM.
       END PROGRAM CAMPANIAS-MANT.
