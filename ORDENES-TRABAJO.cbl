      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance work orders for the courts of
      *          canchas.dat and for the gate areas of ACCESO-CLUB
      *          (pool closed for treatment, surface repairs and the
      *          like): description, responsible person or
      *          contractor, planned window and status, kept in
      *          ordenes-trabajo.dat. While an order is pendiente or
      *          en curso RESERVAS-CANCHA refuses bookings inside
      *          its window and lists the reservas it collides with;
      *          opening an order shows those collisions at once.
      *          ACCESO-CLUB warns the gate of an area closed right
      *          now. An order may name the asset of bienes.dat
      *          (BIENES-MANT) it is raised against. Prints the
      *          pending-work listing in ot-pendientes.txt and the
      *          closed-orders history of one facility in
      *          ot-historial.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-TRABAJO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyOrdenesTrab.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyBienes.cpy.cbl".
           SELECT CANCHAS ASSIGN TO "..\canchas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-canchas-status.
           SELECT RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-reservas-status.
           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyOrdenesTrabReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyBienesReg.cpy.cbl".
       FD  CANCHAS.
       01  cancha-reg.
           03 ca-seccion pic xxx.
           03 ca-numero pic 9(2).
           03 ca-descripcion pic x(15).
       FD  RESERVAS.
       01  reserva-reg.
           03 rv-fecha pic 9(8).
           03 rv-seccion pic xxx.
           03 rv-cancha pic 9(2).
           03 rv-hora pic 9(2).
           03 rv-codigo pic 9(4).
           03 rv-estado pic x.
               88 reserva-vigente value "R".
               88 reserva-cancelada value "C".
               88 reserva-no-show value "N".
       FD  LISTADO.
       01  listado-linea pic x(80).
       WORKING-STORAGE SECTION.
       77  w-ordenes-trab-status pic xx.
       77  w-canchas-status pic xx.
       77  w-reservas-status pic xx.
       77  w-bienes-status pic xx.
       01  w-nombre-listado pic x(30).
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-cant-ot pic 9(4) value 0.
       77  w-o pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-ordenes.
           05 ordenes-ent occurs 1 to 2000 times
                   depending on w-cant-ot.
               07 tot-numero pic 9(5).
               07 tot-tipo pic x.
               07 tot-seccion pic xxx.
               07 tot-cancha pic 9(2).
               07 tot-descripcion pic x(30).
               07 tot-responsable pic x(20).
               07 tot-desde-fecha pic 9(8).
               07 tot-desde-hora pic 9(2).
               07 tot-hasta-fecha pic 9(8).
               07 tot-hasta-hora pic 9(2).
               07 tot-estado pic x.
               07 tot-fecha-cierre pic 9(8).
               07 tot-operador pic x(12).
               07 tot-bien pic 9(5).
       77  w-numero pic 9(5).
       77  w-tipo pic x.
           88 tipo-valido values "C" "A".
       01  w-seccion pic xxx.
       77  w-cancha pic 9(2).
       01  w-descripcion pic x(30).
       01  w-responsable pic x(20).
       77  w-desde-fecha pic 9(8).
       77  w-desde-hora pic 9(2).
       77  w-hasta-fecha pic 9(8).
       77  w-hasta-hora pic 9(2).
       77  w-ot-desde pic 9(10).
       77  w-ot-hasta pic 9(10).
       77  w-slot-clave pic 9(10).
       77  w-cancha-existe pic 9 value 0.
           88 cancha-existe value 1.
       77  w-bien pic 9(5).
       77  w-bien-existe pic 9 value 0.
           88 bien-existe value 1.
       77  w-accion pic x.
           88 accion-valida values "I" "C" "A" "R".
       77  w-conflictos pic 9(4).
       77  w-cantidad pic 9(4).
       01  w-estado-desc pic x(10).
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ORDENES-TRABAJO" TO w-programa-log.
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
           PERFORM 110-CARGAR-ORDENES.
       110-CARGAR-ORDENES.
           MOVE 0 TO w-cant-ot.
           OPEN INPUT ORDENES-TRAB.
           IF w-ordenes-trab-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-TRAB AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-ot
                   MOVE ot-numero TO tot-numero(w-cant-ot)
                   MOVE ot-tipo TO tot-tipo(w-cant-ot)
                   MOVE ot-seccion TO tot-seccion(w-cant-ot)
                   MOVE ot-cancha TO tot-cancha(w-cant-ot)
                   MOVE ot-descripcion TO tot-descripcion(w-cant-ot)
                   MOVE ot-responsable TO tot-responsable(w-cant-ot)
                   MOVE ot-desde-fecha TO tot-desde-fecha(w-cant-ot)
                   MOVE ot-desde-hora TO tot-desde-hora(w-cant-ot)
                   MOVE ot-hasta-fecha TO tot-hasta-fecha(w-cant-ot)
                   MOVE ot-hasta-hora TO tot-hasta-hora(w-cant-ot)
                   MOVE ot-estado TO tot-estado(w-cant-ot)
                   MOVE ot-fecha-cierre TO tot-fecha-cierre(w-cant-ot)
                   MOVE ot-operador TO tot-operador(w-cant-ot)
                   IF ot-bien NOT NUMERIC
                       MOVE 0 TO ot-bien
                   END-IF
                   MOVE ot-bien TO tot-bien(w-cant-ot)
                   READ ORDENES-TRAB AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-TRAB
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-ORDENES.
           OPEN OUTPUT ORDENES-TRAB.
           PERFORM VARYING w-o FROM 1 BY 1 UNTIL w-o > w-cant-ot
               MOVE tot-numero(w-o) TO ot-numero
               MOVE tot-tipo(w-o) TO ot-tipo
               MOVE tot-seccion(w-o) TO ot-seccion
               MOVE tot-cancha(w-o) TO ot-cancha
               MOVE tot-descripcion(w-o) TO ot-descripcion
               MOVE tot-responsable(w-o) TO ot-responsable
               MOVE tot-desde-fecha(w-o) TO ot-desde-fecha
               MOVE tot-desde-hora(w-o) TO ot-desde-hora
               MOVE tot-hasta-fecha(w-o) TO ot-hasta-fecha
               MOVE tot-hasta-hora(w-o) TO ot-hasta-hora
               MOVE tot-estado(w-o) TO ot-estado
               MOVE tot-fecha-cierre(w-o) TO ot-fecha-cierre
               MOVE tot-operador(w-o) TO ot-operador
               MOVE tot-bien(w-o) TO ot-bien
               WRITE orden-trab-reg
           END-PERFORM.
           CLOSE ORDENES-TRAB.
       200-MENU.
           DISPLAY "1- Abrir orden de trabajo"
           DISPLAY "2- Iniciar, cerrar, anular o reprogramar una orden"
           DISPLAY "3- Listado de trabajos pendientes"
           DISPLAY "4- Historial de ordenes cerradas de una instalacion"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ABRIR-ORDEN
               WHEN 2
                   PERFORM 500-CAMBIAR-ESTADO
               WHEN 3
                   PERFORM 600-LISTAR-PENDIENTES
               WHEN 4
                   PERFORM 700-HISTORIAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-BUSCAR-ORDEN.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-o FROM 1 BY 1
                   UNTIL w-o > w-cant-ot OR entrada-hallada
               IF tot-numero(w-o) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-o
           END-IF.
       360-VERIFICAR-CANCHA.
           MOVE 0 TO w-cancha-existe.
           OPEN INPUT CANCHAS.
           IF w-canchas-status = "00"
               MOVE 0 TO w-sen
               READ CANCHAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ca-seccion = w-seccion AND
                      ca-numero = w-cancha
                       MOVE 1 TO w-cancha-existe
                   END-IF
                   READ CANCHAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CANCHAS
           END-IF.
           MOVE 0 TO w-sen.
      * A retired asset takes no new work.
       365-VERIFICAR-BIEN.
           MOVE 0 TO w-bien-existe.
           OPEN INPUT BIENES.
           IF w-bienes-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR bien-existe
                   READ BIENES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF bien-codigo = w-bien AND
                              NOT bien-retirado
                               MOVE 1 TO w-bien-existe
                               DISPLAY "Bien: ", bien-descripcion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIENES
           END-IF.
           MOVE 0 TO w-sen.
      * Asks the planned window into w-desde-*/w-hasta-*; the end is
      * exclusive, so a court closed "until 18" takes the 18 slot.
       370-PEDIR-VENTANA.
           DISPLAY "Fecha de inicio prevista (AAAAMMDD)".
           ACCEPT w-desde-fecha.
           DISPLAY "Hora de inicio (0-23)".
           ACCEPT w-desde-hora.
           DISPLAY "Fecha de fin prevista (AAAAMMDD)".
           ACCEPT w-hasta-fecha.
           DISPLAY "Hora de fin (0-23)".
           ACCEPT w-hasta-hora.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-desde-fecha) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(w-hasta-fecha) NOT = 0 OR
              w-desde-hora > 23 OR w-hasta-hora > 23
               DISPLAY "Fecha u hora invalida"
               MOVE 0 TO w-desde-fecha
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-ot-desde = w-desde-fecha * 100 + w-desde-hora.
           COMPUTE w-ot-hasta = w-hasta-fecha * 100 + w-hasta-hora.
           IF w-ot-hasta NOT > w-ot-desde
               DISPLAY "El fin debe ser posterior al inicio"
               MOVE 0 TO w-desde-fecha
           END-IF.
       400-ABRIR-ORDEN.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Instalacion: C-Cancha / A-Area de porteria"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           IF w-tipo = "C"
               DISPLAY "Ingrese seccion de la cancha"
               ACCEPT w-seccion
               DISPLAY "Ingrese numero de cancha"
               ACCEPT w-cancha
               PERFORM 360-VERIFICAR-CANCHA
               IF NOT cancha-existe
                   DISPLAY "La cancha no existe"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Ingrese codigo de area (ej. PIL)"
               ACCEPT w-seccion
               MOVE 0 TO w-cancha
               IF w-seccion = SPACES
                   DISPLAY "El area es obligatoria"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(w-seccion) TO w-seccion.
           DISPLAY "Descripcion del trabajo".
           ACCEPT w-descripcion.
           IF w-descripcion = SPACES
               DISPLAY "La descripcion es obligatoria"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Responsable o contratista".
           ACCEPT w-responsable.
           DISPLAY "Codigo del bien afectado (0 = ninguno)".
           ACCEPT w-bien.
           IF w-bien NOT = 0
               PERFORM 365-VERIFICAR-BIEN
               IF NOT bien-existe
                   DISPLAY "El bien no existe o esta dado de baja"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 370-PEDIR-VENTANA.
           IF w-desde-fecha = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-numero.
           PERFORM VARYING w-o FROM 1 BY 1 UNTIL w-o > w-cant-ot
               IF tot-numero(w-o) > w-numero
                   MOVE tot-numero(w-o) TO w-numero
               END-IF
           END-PERFORM.
           ADD 1 TO w-numero.
           ADD 1 TO w-cant-ot.
           MOVE w-cant-ot TO w-o.
           MOVE w-numero TO tot-numero(w-o).
           MOVE w-tipo TO tot-tipo(w-o).
           MOVE w-seccion TO tot-seccion(w-o).
           MOVE w-cancha TO tot-cancha(w-o).
           MOVE w-descripcion TO tot-descripcion(w-o).
           MOVE w-responsable TO tot-responsable(w-o).
           MOVE w-desde-fecha TO tot-desde-fecha(w-o).
           MOVE w-desde-hora TO tot-desde-hora(w-o).
           MOVE w-hasta-fecha TO tot-hasta-fecha(w-o).
           MOVE w-hasta-hora TO tot-hasta-hora(w-o).
           MOVE "P" TO tot-estado(w-o).
           MOVE 0 TO tot-fecha-cierre(w-o).
           MOVE w-operador TO tot-operador(w-o).
           MOVE w-bien TO tot-bien(w-o).
           PERFORM 120-GRABAR-ORDENES.
           DISPLAY "Orden de trabajo abierta, numero ", w-numero.
           PERFORM 450-MOSTRAR-CONFLICTOS.
      * The reservas already taken inside the new window; the desk
      * prints them with their members from RESERVAS-CANCHA.
       450-MOSTRAR-CONFLICTOS.
           MOVE 0 TO w-conflictos.
           OPEN INPUT RESERVAS.
           IF w-reservas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ RESERVAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               COMPUTE w-slot-clave = rv-fecha * 100 + rv-hora
               IF reserva-vigente AND rv-seccion = w-seccion AND
                  (w-tipo = "A" OR rv-cancha = w-cancha) AND
                  w-slot-clave >= w-ot-desde AND
                  w-slot-clave < w-ot-hasta
                   ADD 1 TO w-conflictos
                   DISPLAY "  RESERVA AFECTADA: ", rv-fecha, " ",
                       rv-hora, " HS CANCHA ", rv-seccion, "-",
                       rv-cancha, " SOCIO ", rv-codigo
               END-IF
               READ RESERVAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE RESERVAS.
           MOVE 0 TO w-sen.
           IF w-conflictos > 0
               DISPLAY w-conflictos, " reservas afectadas: avisar a"
                   " los socios (RESERVAS-CANCHA, opcion 6)"
           END-IF.
      * I starts the work, C closes it (the window is released from
      * that moment), A voids it and R moves the planned window.
       500-CAMBIAR-ESTADO.
           DISPLAY "Numero de orden de trabajo".
           ACCEPT w-numero.
           PERFORM 350-BUSCAR-ORDEN.
           IF NOT entrada-hallada
               DISPLAY "La orden no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tot-estado(w-o) = "C" OR tot-estado(w-o) = "A"
               DISPLAY "La orden ya esta cerrada o anulada"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY tot-numero(w-o), " ", tot-seccion(w-o), "-",
               tot-cancha(w-o), " ", tot-descripcion(w-o),
               " ESTADO ", tot-estado(w-o).
           MOVE SPACES TO w-accion.
           PERFORM UNTIL accion-valida
               DISPLAY "I-Iniciar / C-Cerrar / A-Anular /"
                   " R-Reprogramar"
               ACCEPT w-accion
               MOVE FUNCTION UPPER-CASE(w-accion) TO w-accion
           END-PERFORM.
           EVALUATE w-accion
               WHEN "I"
                   MOVE "E" TO tot-estado(w-o)
               WHEN "C"
                   MOVE "C" TO tot-estado(w-o)
                   MOVE w-hoy TO tot-fecha-cierre(w-o)
               WHEN "A"
                   MOVE "A" TO tot-estado(w-o)
                   MOVE w-hoy TO tot-fecha-cierre(w-o)
               WHEN "R"
                   PERFORM 370-PEDIR-VENTANA
                   IF w-desde-fecha = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE w-desde-fecha TO tot-desde-fecha(w-o)
                   MOVE w-desde-hora TO tot-desde-hora(w-o)
                   MOVE w-hasta-fecha TO tot-hasta-fecha(w-o)
                   MOVE w-hasta-hora TO tot-hasta-hora(w-o)
           END-EVALUATE.
           PERFORM 120-GRABAR-ORDENES.
           DISPLAY "Orden actualizada".
           IF w-accion = "R"
               MOVE tot-tipo(w-o) TO w-tipo
               MOVE tot-seccion(w-o) TO w-seccion
               MOVE tot-cancha(w-o) TO w-cancha
               PERFORM 450-MOSTRAR-CONFLICTOS
           END-IF.
       600-LISTAR-PENDIENTES.
           MOVE "..\ot-pendientes.txt" TO w-nombre-listado.
           MOVE 0 TO w-cantidad.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO w-linea.
           STRING "=== TRABAJOS PENDIENTES AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-o FROM 1 BY 1 UNTIL w-o > w-cant-ot
               IF tot-estado(w-o) = "P" OR tot-estado(w-o) = "E"
                   ADD 1 TO w-cantidad
                   PERFORM 680-LINEA-ORDEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "ORDENES ABIERTAS: " DELIMITED BY SIZE
               w-cantidad DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           CLOSE LISTADO.
           DISPLAY "Listado generado en ot-pendientes.txt".
      * Two lines per order: the facility and the work, then the
      * window, the responsible and the closing date; a third one
      * names the asset when there is one.
       680-LINEA-ORDEN.
           EVALUATE tot-estado(w-o)
               WHEN "P"
                   MOVE "PENDIENTE" TO w-estado-desc
               WHEN "E"
                   MOVE "EN CURSO" TO w-estado-desc
               WHEN "C"
                   MOVE "CERRADA" TO w-estado-desc
               WHEN OTHER
                   MOVE "ANULADA" TO w-estado-desc
           END-EVALUATE.
           MOVE SPACES TO w-linea.
           STRING tot-numero(w-o) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tot-seccion(w-o) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               tot-cancha(w-o) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tot-descripcion(w-o) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-estado-desc DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "      DEL " DELIMITED BY SIZE
               tot-desde-fecha(w-o) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tot-desde-hora(w-o) DELIMITED BY SIZE
               "HS AL " DELIMITED BY SIZE
               tot-hasta-fecha(w-o) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tot-hasta-hora(w-o) DELIMITED BY SIZE
               "HS " DELIMITED BY SIZE
               tot-responsable(w-o) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF tot-estado(w-o) = "C"
               MOVE "CIERRE " TO w-linea(60:7)
               MOVE tot-fecha-cierre(w-o) TO w-linea(67:8)
           END-IF.
           PERFORM 690-ESCRIBIR.
           IF tot-bien(w-o) NOT = 0
               MOVE SPACES TO w-linea
               STRING "      BIEN " DELIMITED BY SIZE
                   tot-bien(w-o) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 690-ESCRIBIR
           END-IF.
       690-ESCRIBIR.
           MOVE w-linea TO listado-linea.
           WRITE listado-linea.
       700-HISTORIAL.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Instalacion: C-Cancha / A-Area de porteria"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           DISPLAY "Ingrese seccion o area".
           ACCEPT w-seccion.
           MOVE FUNCTION UPPER-CASE(w-seccion) TO w-seccion.
           MOVE 0 TO w-cancha.
           IF w-tipo = "C"
               DISPLAY "Ingrese numero de cancha"
               ACCEPT w-cancha
           END-IF.
           MOVE "..\ot-historial.txt" TO w-nombre-listado.
           MOVE 0 TO w-cantidad.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO w-linea.
           STRING "=== ORDENES CERRADAS DE " DELIMITED BY SIZE
               w-seccion DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               w-cancha DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-o FROM 1 BY 1 UNTIL w-o > w-cant-ot
               IF tot-estado(w-o) = "C" AND
                  tot-tipo(w-o) = w-tipo AND
                  tot-seccion(w-o) = w-seccion AND
                  tot-cancha(w-o) = w-cancha
                   ADD 1 TO w-cantidad
                   PERFORM 680-LINEA-ORDEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "ORDENES CERRADAS: " DELIMITED BY SIZE
               w-cantidad DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           CLOSE LISTADO.
           DISPLAY "Historial generado en ot-historial.txt".
       END PROGRAM ORDENES-TRABAJO.
