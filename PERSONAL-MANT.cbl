      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for personal.dat, the master of the
      *          club's own staff (cleaning, maintenance, lifeguards,
      *          buffet helpers): employee number, name, area and
      *          the scheduled shift of every weekday. The staff
      *          clock in and out at the ACCESO-CLUB gate with their
      *          five-digit number into fichadas-personal.dat, and
      *          PERSONAL-HORAS gives the monthly hours, late
      *          arrivals, absences and overtime for payroll.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyPersonal.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyPersonalReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-personal-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-cant-per pic 9(3) value 0.
       77  w-i pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-numero pic 9(5).
       01  w-nombre pic x(20).
       01  w-area pic x(12).
       77  w-dia pic 9.
       77  w-entrada pic 9(4).
       77  w-salida pic 9(4).
       77  w-fecha pic 9(8).
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       01  w-dia-nombre pic x(9).
       01  tab-personal.
           05 personal-ent occurs 1 to 300 times
                   depending on w-cant-per.
               07 tp-numero pic 9(5).
               07 tp-nombre pic x(20).
               07 tp-area pic x(12).
               07 tp-turno occurs 7 times.
                   09 tp-entrada pic 9(4).
                   09 tp-salida pic 9(4).
               07 tp-fecha-alta pic 9(8).
               07 tp-fecha-baja pic 9(8).
               07 tp-estado pic x.
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PERSONAL-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 110-CARGAR-PERSONAL.
       110-CARGAR-PERSONAL.
           MOVE 0 TO w-cant-per.
           OPEN INPUT PERSONAL.
           IF w-personal-status = "00"
               MOVE 0 TO w-sen
               READ PERSONAL AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-per < 300
                       ADD 1 TO w-cant-per
                       MOVE per-numero TO tp-numero(w-cant-per)
                       MOVE per-nombre TO tp-nombre(w-cant-per)
                       MOVE per-area TO tp-area(w-cant-per)
                       PERFORM VARYING w-dia FROM 1 BY 1
                               UNTIL w-dia > 7
                           MOVE per-entrada(w-dia)
                               TO tp-entrada(w-cant-per, w-dia)
                           MOVE per-salida(w-dia)
                               TO tp-salida(w-cant-per, w-dia)
                       END-PERFORM
                       MOVE per-fecha-alta TO tp-fecha-alta(w-cant-per)
                       MOVE per-fecha-baja TO tp-fecha-baja(w-cant-per)
                       MOVE per-estado TO tp-estado(w-cant-per)
                   END-IF
                   READ PERSONAL AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PERSONAL
           END-IF.
           MOVE 0 TO w-sen.
       130-GRABAR-PERSONAL.
           OPEN OUTPUT PERSONAL.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-per
               MOVE tp-numero(w-i) TO per-numero
               MOVE tp-nombre(w-i) TO per-nombre
               MOVE tp-area(w-i) TO per-area
               PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 7
                   MOVE tp-entrada(w-i, w-dia) TO per-entrada(w-dia)
                   MOVE tp-salida(w-i, w-dia) TO per-salida(w-dia)
               END-PERFORM
               MOVE tp-fecha-alta(w-i) TO per-fecha-alta
               MOVE tp-fecha-baja(w-i) TO per-fecha-baja
               MOVE tp-estado(w-i) TO per-estado
               WRITE personal-reg
           END-PERFORM.
           CLOSE PERSONAL.
       200-MENU.
           DISPLAY "1- Alta o cambio de empleado"
           DISPLAY "2- Turnos semanales de un empleado"
           DISPLAY "3- Baja de un empleado"
           DISPLAY "4- Listar personal"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-EMPLEADO
               WHEN 2
                   PERFORM 500-TURNOS
               WHEN 3
                   PERFORM 600-BAJA-EMPLEADO
               WHEN 4
                   PERFORM 700-LISTAR-PERSONAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-PEDIR-NUMERO.
           DISPLAY "Numero de empleado (10000 a 99999)".
           ACCEPT w-numero.
           MOVE 0 TO w-hallado.
           IF w-numero < 10000
               DISPLAY "El numero de empleado lleva cinco cifras,"
                   " desde 10000"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-per OR entrada-hallada
               IF tp-numero(w-i) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-i
           END-IF.
       380-NOMBRE-DIA.
           EVALUATE w-dia
               WHEN 1 MOVE "LUNES" TO w-dia-nombre
               WHEN 2 MOVE "MARTES" TO w-dia-nombre
               WHEN 3 MOVE "MIERCOLES" TO w-dia-nombre
               WHEN 4 MOVE "JUEVES" TO w-dia-nombre
               WHEN 5 MOVE "VIERNES" TO w-dia-nombre
               WHEN 6 MOVE "SABADO" TO w-dia-nombre
               WHEN 7 MOVE "DOMINGO" TO w-dia-nombre
               WHEN OTHER MOVE "?" TO w-dia-nombre
           END-EVALUATE.
      * A new employee starts with every day off; the shifts are
      * loaded with option 2. Re-entering an employee de baja puts
      * them back in activity from today.
       400-ALTA-EMPLEADO.
           PERFORM 350-PEDIR-NUMERO.
           IF w-numero < 10000
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nombre del empleado".
           ACCEPT w-nombre.
           IF w-nombre = SPACES
               DISPLAY "El nombre es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Area (LIMPIEZA, MANTENIMIENTO, GUARDAVIDAS,"
               " BUFFET...)".
           ACCEPT w-area.
           MOVE FUNCTION UPPER-CASE(w-area) TO w-area.
           IF NOT entrada-hallada
               IF w-cant-per >= 300
                   DISPLAY "El archivo de personal esta completo"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-per
               MOVE w-cant-per TO w-i
               MOVE w-numero TO tp-numero(w-i)
               PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 7
                   MOVE 0 TO tp-entrada(w-i, w-dia)
                   MOVE 0 TO tp-salida(w-i, w-dia)
               END-PERFORM
               MOVE w-hoy TO tp-fecha-alta(w-i)
               MOVE 0 TO tp-fecha-baja(w-i)
               MOVE "A" TO tp-estado(w-i)
           END-IF.
           IF tp-estado(w-i) = "B"
               MOVE w-hoy TO tp-fecha-alta(w-i)
               MOVE 0 TO tp-fecha-baja(w-i)
               MOVE "A" TO tp-estado(w-i)
           END-IF.
           MOVE w-nombre TO tp-nombre(w-i).
           MOVE w-area TO tp-area(w-i).
           PERFORM 130-GRABAR-PERSONAL.
           DISPLAY "Empleado ", w-numero, " registrado".
       500-TURNOS.
           PERFORM 350-PEDIR-NUMERO.
           IF NOT entrada-hallada
               DISPLAY "El empleado no existe"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Turnos de ", tp-nombre(w-i),
               " (entrada y salida HHMM, 0 y 0 = franco)".
           PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 7
               PERFORM 510-TURNO-DIA
           END-PERFORM.
           PERFORM 130-GRABAR-PERSONAL.
           DISPLAY "Turnos registrados".
       510-TURNO-DIA.
           PERFORM 380-NOMBRE-DIA.
           DISPLAY w-dia-nombre, " actual ",
               tp-entrada(w-i, w-dia), "-", tp-salida(w-i, w-dia).
           MOVE tp-entrada(w-i, w-dia) TO w-entrada.
           MOVE tp-salida(w-i, w-dia) TO w-salida.
           MOVE SPACE TO w-respuesta.
           DISPLAY "Cambia el turno del ", w-dia-nombre, "? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hora de entrada (HHMM)".
           ACCEPT w-entrada.
           DISPLAY "Hora de salida (HHMM)".
           ACCEPT w-salida.
           IF w-entrada = 0 AND w-salida = 0
               MOVE 0 TO tp-entrada(w-i, w-dia)
               MOVE 0 TO tp-salida(w-i, w-dia)
               EXIT PARAGRAPH
           END-IF.
           IF w-entrada(1:2) > "23" OR w-entrada(3:2) > "59" OR
              w-salida(1:2) > "23" OR w-salida(3:2) > "59"
               DISPLAY "Hora invalida, el turno no cambia"
               EXIT PARAGRAPH
           END-IF.
           IF w-salida NOT > w-entrada
               DISPLAY "La salida debe ser posterior a la entrada,"
                   " el turno no cambia"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-entrada TO tp-entrada(w-i, w-dia).
           MOVE w-salida TO tp-salida(w-i, w-dia).
       600-BAJA-EMPLEADO.
           PERFORM 350-PEDIR-NUMERO.
           IF NOT entrada-hallada
               DISPLAY "El empleado no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tp-estado(w-i) = "B"
               DISPLAY "El empleado ya esta de baja desde el ",
                   tp-fecha-baja(w-i)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de baja (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha.
           IF w-fecha = 0
               MOVE w-hoy TO w-fecha
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0 OR
              w-fecha < tp-fecha-alta(w-i)
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma la baja de ", tp-nombre(w-i), "? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fecha TO tp-fecha-baja(w-i).
           MOVE "B" TO tp-estado(w-i).
           PERFORM 130-GRABAR-PERSONAL.
           DISPLAY "Empleado dado de baja".
       700-LISTAR-PERSONAL.
           IF w-cant-per = 0
               DISPLAY "No hay personal cargado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-per
               DISPLAY tp-numero(w-i), " ", tp-nombre(w-i), " ",
                   tp-area(w-i), " ALTA ", tp-fecha-alta(w-i),
                   " ESTADO ", tp-estado(w-i)
               PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 7
                   IF tp-entrada(w-i, w-dia) NOT = 0 OR
                      tp-salida(w-i, w-dia) NOT = 0
                       PERFORM 380-NOMBRE-DIA
                       DISPLAY "    ", w-dia-nombre, " ",
                           tp-entrada(w-i, w-dia)(1:2), ":",
                           tp-entrada(w-i, w-dia)(3:2), " a ",
                           tp-salida(w-i, w-dia)(1:2), ":",
                           tp-salida(w-i, w-dia)(3:2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       END PROGRAM PERSONAL-MANT.
