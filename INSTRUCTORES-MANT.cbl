      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for instructores.dat, the instructors
      *          master with the fee per hour taught, and for
      *          clases.dat, the weekly class schedule of every
      *          section of secciones.dat (day, hour, length,
      *          instructor and maximum capacity). INSCRIPCIONES-MANT
      *          enrolls socios into these classes, ASISTENCIA-CLASES
      *          prints and captures the attendance rolls and
      *          REPORTE-INSTRUCTORES gives the monthly hours and
      *          attendance per instructor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTORES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyInstructores.cpy.cbl".
           COPY "CpyClases.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyInstructoresReg.cpy.cbl".
           COPY "CpyClasesReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-instructores-status pic xx.
       77  w-clases-status pic xx.
       77  w-secciones-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-cant-ins pic 9(3) value 0.
       77  w-i pic 9(3).
       77  w-cant-cla pic 9(4) value 0.
       77  w-c pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-codigo pic 9(4).
       01  w-nombre pic x(20).
       77  w-valor-hora pic 9(6)v99.
       77  w-activo pic x.
       01  w-valor-edit pic zzzzz9.99.
       77  w-clase pic 9(4).
       77  w-ultima-clase pic 9(4).
       01  w-seccion pic xxx.
       77  w-dia pic 9.
       77  w-hora pic 9(4).
       77  w-duracion pic 9(3).
       77  w-instructor pic 9(4).
       77  w-cupo pic 9(3).
       77  w-sec-valida pic 9 value 0.
           88 seccion-valida value 1.
       77  w-inscriptos pic 9(4).
       01  w-dia-nombre pic x(9).
       01  tab-instructores.
           05 instructores-ent occurs 1 to 200 times
                   depending on w-cant-ins.
               07 tn-codigo pic 9(4).
               07 tn-nombre pic x(20).
               07 tn-valor-hora pic 9(6)v99.
               07 tn-estado pic x.
       01  tab-clases.
           05 clases-ent occurs 1 to 500 times
                   depending on w-cant-cla.
               07 tc-numero pic 9(4).
               07 tc-seccion pic xxx.
               07 tc-dia pic 9.
               07 tc-hora pic 9(4).
               07 tc-duracion pic 9(3).
               07 tc-instructor pic 9(4).
               07 tc-cupo pic 9(3).
               07 tc-estado pic x.
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "INSTRUCTORES-MANT" TO w-programa-log.
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
           PERFORM 110-CARGAR-INSTRUCTORES.
           PERFORM 120-CARGAR-CLASES.
       110-CARGAR-INSTRUCTORES.
           MOVE 0 TO w-cant-ins.
           OPEN INPUT INSTRUCTORES.
           IF w-instructores-status = "00"
               MOVE 0 TO w-sen
               READ INSTRUCTORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-ins
                   MOVE inst-codigo TO tn-codigo(w-cant-ins)
                   MOVE inst-nombre TO tn-nombre(w-cant-ins)
                   MOVE inst-valor-hora TO tn-valor-hora(w-cant-ins)
                   MOVE inst-estado TO tn-estado(w-cant-ins)
                   READ INSTRUCTORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSTRUCTORES
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-CLASES.
           MOVE 0 TO w-cant-cla.
           MOVE 0 TO w-ultima-clase.
           OPEN INPUT CLASES.
           IF w-clases-status = "00"
               MOVE 0 TO w-sen
               READ CLASES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-cla
                   MOVE cla-numero TO tc-numero(w-cant-cla)
                   MOVE cla-seccion TO tc-seccion(w-cant-cla)
                   MOVE cla-dia TO tc-dia(w-cant-cla)
                   MOVE cla-hora TO tc-hora(w-cant-cla)
                   MOVE cla-duracion TO tc-duracion(w-cant-cla)
                   MOVE cla-instructor TO tc-instructor(w-cant-cla)
                   MOVE cla-cupo TO tc-cupo(w-cant-cla)
                   MOVE cla-estado TO tc-estado(w-cant-cla)
                   IF cla-numero > w-ultima-clase
                       MOVE cla-numero TO w-ultima-clase
                   END-IF
                   READ CLASES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CLASES
           END-IF.
           MOVE 0 TO w-sen.
       130-GRABAR-INSTRUCTORES.
           OPEN OUTPUT INSTRUCTORES.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tn-codigo(w-i) TO inst-codigo
               MOVE tn-nombre(w-i) TO inst-nombre
               MOVE tn-valor-hora(w-i) TO inst-valor-hora
               MOVE tn-estado(w-i) TO inst-estado
               WRITE instructor-reg
           END-PERFORM.
           CLOSE INSTRUCTORES.
       140-GRABAR-CLASES.
           OPEN OUTPUT CLASES.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cla
               MOVE tc-numero(w-c) TO cla-numero
               MOVE tc-seccion(w-c) TO cla-seccion
               MOVE tc-dia(w-c) TO cla-dia
               MOVE tc-hora(w-c) TO cla-hora
               MOVE tc-duracion(w-c) TO cla-duracion
               MOVE tc-instructor(w-c) TO cla-instructor
               MOVE tc-cupo(w-c) TO cla-cupo
               MOVE tc-estado(w-c) TO cla-estado
               WRITE clase-reg
           END-PERFORM.
           CLOSE CLASES.
       200-MENU.
           DISPLAY "1- Alta o cambio de instructor"
           DISPLAY "2- Listar instructores"
           DISPLAY "3- Alta o cambio de clase"
           DISPLAY "4- Grilla semanal de una seccion"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-INSTRUCTOR
               WHEN 2
                   PERFORM 500-LISTAR-INSTRUCTORES
               WHEN 3
                   PERFORM 600-ALTA-CLASE
               WHEN 4
                   PERFORM 700-GRILLA-SECCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-VALIDAR-SECCION.
           MOVE 0 TO w-sec-valida.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR seccion-valida
                   READ SECCIONES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF sec-codigo = w-seccion
                               MOVE 1 TO w-sec-valida
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen.
       360-BUSCAR-INSTRUCTOR.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-ins OR entrada-hallada
               IF tn-codigo(w-i) = w-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-i
           END-IF.
       370-CONTAR-INSCRIPTOS.
           MOVE 0 TO w-inscriptos.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ins-clase NUMERIC AND ins-clase = w-clase
                      AND ins-hasta = 0
                       ADD 1 TO w-inscriptos
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           MOVE 0 TO w-sen.
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
       400-ALTA-INSTRUCTOR.
           DISPLAY "Ingrese codigo de instructor".
           ACCEPT w-codigo.
           IF w-codigo = 0
               DISPLAY "El codigo de instructor no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese nombre del instructor".
           ACCEPT w-nombre.
           DISPLAY "Ingrese valor de la hora de clase (999999.99)".
           ACCEPT w-valor-hora.
           DISPLAY "Instructor activo? (S/N)".
           ACCEPT w-activo.
           MOVE FUNCTION UPPER-CASE(w-activo) TO w-activo.
           IF w-activo = "N"
               MOVE "B" TO w-activo
           ELSE
               MOVE "A" TO w-activo
           END-IF.
           PERFORM 360-BUSCAR-INSTRUCTOR.
           IF NOT entrada-hallada
               ADD 1 TO w-cant-ins
               MOVE w-cant-ins TO w-i
               MOVE w-codigo TO tn-codigo(w-i)
           END-IF.
           MOVE w-nombre TO tn-nombre(w-i).
           MOVE w-valor-hora TO tn-valor-hora(w-i).
           MOVE w-activo TO tn-estado(w-i).
           PERFORM 130-GRABAR-INSTRUCTORES.
           DISPLAY "Instructor registrado".
      * An instructor going de baja still holds the classes of the
      * schedule until they are reassigned: the operator is warned
      * so the grid is not left with nobody to teach.
           IF w-activo = "B"
               PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cla
                   IF tc-instructor(w-c) = w-codigo AND
                      tc-estado(w-c) = "A"
                       DISPLAY "Atencion: la clase ", tc-numero(w-c),
                           " de ", tc-seccion(w-c),
                           " sigue asignada a este instructor"
                   END-IF
               END-PERFORM
           END-IF.
       500-LISTAR-INSTRUCTORES.
           IF w-cant-ins = 0
               DISPLAY "No hay instructores cargados"
           ELSE
               PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
                   MOVE tn-valor-hora(w-i) TO w-valor-edit
                   DISPLAY tn-codigo(w-i), " ", tn-nombre(w-i),
                       " HORA: ", w-valor-edit,
                       " ESTADO: ", tn-estado(w-i)
               END-PERFORM
           END-IF.
      * Class number zero opens a new class with the next free
      * number; an existing number changes that class. Lowering the
      * capacity under the socios already enrolled only warns: the
      * enrolled keep their place and new ones go to the waitlist.
       600-ALTA-CLASE.
           DISPLAY "Ingrese numero de clase (0 = clase nueva)".
           ACCEPT w-clase.
           IF w-clase NOT = 0
               MOVE 0 TO w-hallado
               PERFORM VARYING w-c FROM 1 BY 1
                       UNTIL w-c > w-cant-cla OR entrada-hallada
                   IF tc-numero(w-c) = w-clase
                       MOVE 1 TO w-hallado
                   END-IF
               END-PERFORM
               IF NOT entrada-hallada
                   DISPLAY "La clase no existe"
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM w-c
           END-IF.
           DISPLAY "Ingrese codigo de seccion".
           ACCEPT w-seccion.
           PERFORM 350-VALIDAR-SECCION.
           IF NOT seccion-valida
               DISPLAY "La seccion no existe"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Dia de la semana (1-Lunes ... 7-Domingo)".
           ACCEPT w-dia.
           IF w-dia < 1 OR w-dia > 7
               DISPLAY "Dia invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hora de inicio (HHMM)".
           ACCEPT w-hora.
           IF w-hora(1:2) > "23" OR w-hora(3:2) > "59"
               DISPLAY "Hora invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Duracion en minutos".
           ACCEPT w-duracion.
           IF w-duracion = 0
               DISPLAY "La duracion no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo de instructor".
           ACCEPT w-codigo.
           PERFORM 360-BUSCAR-INSTRUCTOR.
           IF NOT entrada-hallada
               DISPLAY "El instructor no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tn-estado(w-i) NOT = "A"
               DISPLAY "El instructor esta dado de baja"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-codigo TO w-instructor.
           DISPLAY "Cupo maximo de socios".
           ACCEPT w-cupo.
           IF w-cupo = 0
               DISPLAY "El cupo no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Clase activa? (S/N)".
           ACCEPT w-activo.
           MOVE FUNCTION UPPER-CASE(w-activo) TO w-activo.
           IF w-activo = "N"
               MOVE "B" TO w-activo
           ELSE
               MOVE "A" TO w-activo
           END-IF.
           IF w-clase = 0
               ADD 1 TO w-ultima-clase
               MOVE w-ultima-clase TO w-clase
               ADD 1 TO w-cant-cla
               MOVE w-cant-cla TO w-c
               MOVE w-clase TO tc-numero(w-c)
           ELSE
               PERFORM 370-CONTAR-INSCRIPTOS
               IF w-inscriptos > w-cupo
                   DISPLAY "Atencion: la clase tiene ", w-inscriptos,
                       " inscriptos, mas que el nuevo cupo"
               END-IF
               IF w-activo = "B" AND w-inscriptos > 0
                   DISPLAY "Atencion: la clase tiene ", w-inscriptos,
                       " inscriptos vigentes, reasignarlos en"
                       " INSCRIPCIONES-MANT"
               END-IF
           END-IF.
           MOVE w-seccion TO tc-seccion(w-c).
           MOVE w-dia TO tc-dia(w-c).
           MOVE w-hora TO tc-hora(w-c).
           MOVE w-duracion TO tc-duracion(w-c).
           MOVE w-instructor TO tc-instructor(w-c).
           MOVE w-cupo TO tc-cupo(w-c).
           MOVE w-activo TO tc-estado(w-c).
           PERFORM 140-GRABAR-CLASES.
           DISPLAY "Clase ", w-clase, " registrada".
       700-GRILLA-SECCION.
           DISPLAY "Ingrese codigo de seccion".
           ACCEPT w-seccion.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 7
               PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cla
                   IF tc-seccion(w-c) = w-seccion AND
                      tc-dia(w-c) = w-dia AND tc-estado(w-c) = "A"
                       PERFORM 710-MOSTRAR-CLASE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "La seccion no tiene clases activas"
           END-IF.
       710-MOSTRAR-CLASE.
           MOVE 1 TO w-hallado.
           PERFORM 380-NOMBRE-DIA.
           MOVE tc-numero(w-c) TO w-clase.
           PERFORM 370-CONTAR-INSCRIPTOS.
           MOVE tc-instructor(w-c) TO w-codigo.
           MOVE "(SIN INSTRUCTOR)" TO w-nombre.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               IF tn-codigo(w-i) = w-codigo
                   MOVE tn-nombre(w-i) TO w-nombre
               END-IF
           END-PERFORM.
           DISPLAY "CLASE ", tc-numero(w-c), " ", w-dia-nombre, " ",
               tc-hora(w-c)(1:2), ":", tc-hora(w-c)(3:2),
               " ", tc-duracion(w-c), " MIN  ", w-nombre,
               " CUPO: ", tc-cupo(w-c),
               " INSCRIPTOS: ", w-inscriptos.
       END PROGRAM INSTRUCTORES-MANT.
