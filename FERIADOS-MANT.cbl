      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the club calendar feriados.dat: the
      *          national holidays (tipo F) and the days the club
      *          stays closed (tipo C), one record per date, kept in
      *          date order. The date-driven programs read it through
      *          CpyCalendario.cpy.cbl: CARTAS-INTIMACION and
      *          GESTION-MORA move their deadlines to the next
      *          business day, CUOTAS-MANT does the same with the
      *          deposit date of a cheque, RESERVAS-CANCHA takes no
      *          booking on a closure day and ACCESO-CLUB warns when
      *          it is opened on one. Adding and removing dates is
      *          reserved to supervisors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIADOS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-fecha pic 9(8).
       77  w-tipo pic x.
           88 tipo-valido values "F" "C".
       01  w-descripcion pic x(30).
       77  w-anio pic 9(4).
       77  w-j pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-listados pic 9(3).
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FERIADOS-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyCalendario.cpy.cbl".
       120-GRABAR-CALENDARIO.
           OPEN OUTPUT FERIADOS.
           PERFORM VARYING w-cal-i FROM 1 BY 1
                   UNTIL w-cal-i > w-cant-feriados
               MOVE tf-fecha(w-cal-i) TO fer-fecha
               MOVE tf-tipo(w-cal-i) TO fer-tipo
               MOVE tf-descripcion(w-cal-i) TO fer-descripcion
               WRITE feriado-reg
           END-PERFORM.
           CLOSE FERIADOS.
       200-MENU.
           DISPLAY "1- Agregar feriado o dia de cierre"
           DISPLAY "2- Quitar una fecha"
           DISPLAY "3- Listar calendario de un anio"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-AGREGAR-FECHA
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   IF nivel-supervisor
                       PERFORM 500-QUITAR-FECHA
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 3
                   PERFORM 600-LISTAR-ANIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-AGREGAR-FECHA.
           DISPLAY "Ingrese fecha (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-FECHA.
           IF entrada-hallada
               DISPLAY "La fecha ya esta en el calendario: ",
                   tf-descripcion(w-j)
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-feriados >= 500
               DISPLAY "Calendario completo"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Tipo: F-Feriado nacional / C-Cierre del club"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           DISPLAY "Ingrese descripcion".
           ACCEPT w-descripcion.
      * The new date goes in the slot that keeps the table in date
      * order, moving the later dates one place down.
           ADD 1 TO w-cant-feriados.
           MOVE w-cant-feriados TO w-j.
           MOVE 0 TO w-hallado.
           PERFORM UNTIL w-j = 1 OR entrada-hallada
               IF tf-fecha(w-j - 1) < w-fecha
                   MOVE 1 TO w-hallado
               ELSE
                   MOVE feriados-ent(w-j - 1) TO feriados-ent(w-j)
                   SUBTRACT 1 FROM w-j
               END-IF
           END-PERFORM.
           MOVE w-fecha TO tf-fecha(w-j).
           MOVE w-tipo TO tf-tipo(w-j).
           MOVE w-descripcion TO tf-descripcion(w-j).
           PERFORM 120-GRABAR-CALENDARIO.
           DISPLAY "Fecha registrada en el calendario".
       410-BUSCAR-FECHA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-feriados OR entrada-hallada
               IF tf-fecha(w-j) = w-fecha
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-j
           END-IF.
       500-QUITAR-FECHA.
           DISPLAY "Ingrese fecha a quitar (AAAAMMDD)".
           ACCEPT w-fecha.
           PERFORM 410-BUSCAR-FECHA.
           IF NOT entrada-hallada
               DISPLAY "La fecha no esta en el calendario"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL w-j >= w-cant-feriados
               MOVE feriados-ent(w-j + 1) TO feriados-ent(w-j)
               ADD 1 TO w-j
           END-PERFORM.
           SUBTRACT 1 FROM w-cant-feriados.
           PERFORM 120-GRABAR-CALENDARIO.
           DISPLAY "Fecha quitada del calendario".
       600-LISTAR-ANIO.
           DISPLAY "Ingrese anio (AAAA)".
           ACCEPT w-anio.
           MOVE 0 TO w-listados.
           DISPLAY "=== CALENDARIO DEL CLUB ", w-anio, " ===".
           PERFORM VARYING w-cal-i FROM 1 BY 1
                   UNTIL w-cal-i > w-cant-feriados
               IF tf-fecha(w-cal-i)(1:4) = w-anio
                   IF tf-tipo(w-cal-i) = "C"
                       DISPLAY tf-fecha(w-cal-i), " CIERRE   ",
                           tf-descripcion(w-cal-i)
                   ELSE
                       DISPLAY tf-fecha(w-cal-i), " FERIADO  ",
                           tf-descripcion(w-cal-i)
                   END-IF
                   ADD 1 TO w-listados
               END-IF
           END-PERFORM.
           IF w-listados = 0
               DISPLAY "No hay fechas cargadas para ese anio"
           END-IF.
       END PROGRAM FERIADOS-MANT.
