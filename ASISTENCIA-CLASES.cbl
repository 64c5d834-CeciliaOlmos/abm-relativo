      ******************************************************************
      * Author:
      * Date:
      * Purpose: Attendance rolls of the classes of clases.dat.
      *          Prints the planilla of a class for a given date
      *          into planilla-clase.txt, listing the socios with a
      *          vigente enrollment in that class (inscripciones.dat)
      *          with a box to tick, and captures the ticked marks
      *          back into asistencia-clases.dat together with the
      *          instructor who actually taught the class and the
      *          minutes taught. REPORTE-INSTRUCTORES reads those
      *          rows for the monthly hours and attendance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASISTENCIA-CLASES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyClases.cpy.cbl".
           COPY "CpyInstructores.cpy.cbl".
           COPY "CpyAsistClases.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT PLANILLA ASSIGN TO "..\planilla-clase.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyClasesReg.cpy.cbl".
           COPY "CpyInstructoresReg.cpy.cbl".
           COPY "CpyAsistClasesReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  PLANILLA.
       01  planilla-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-clases-status pic xx.
       77  w-instructores-status pic xx.
       77  w-asist-clases-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-clase pic 9(4).
       77  w-fecha pic 9(8).
       77  w-periodo pic 9(6).
       77  w-dia-semana pic 9.
       77  w-cla-hallada pic 9 value 0.
           88 clase-hallada value 1.
       01  w-cla-seccion pic xxx.
       77  w-cla-dia pic 9.
       77  w-cla-hora pic 9(4).
       77  w-cla-duracion pic 9(3).
       77  w-cla-instructor pic 9(4).
       77  w-instructor pic 9(4).
       01  w-instructor-nombre pic x(20).
       77  w-inst-hallado pic 9 value 0.
           88 instructor-hallado value 1.
       77  w-ya-cargada pic 9 value 0.
           88 planilla-ya-cargada value 1.
       77  w-marca pic x.
       77  w-presentes pic 9(4).
       77  w-ausentes pic 9(4).
       77  w-cant-rol pic 9(3) value 0.
       77  w-r pic 9(3).
       01  tab-rol.
           05 rol-ent occurs 1 to 300 times
                   depending on w-cant-rol.
               07 tr-codigo pic 9(4).
               07 tr-nombre pic x(20).
       01  w-linea pic x(80).
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ASISTENCIA-CLASES" TO w-programa-log.
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
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-MENU.
           DISPLAY "1- Imprimir planilla de asistencia de una clase"
           DISPLAY "2- Cargar asistencia de una clase"
           DISPLAY "3- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-IMPRIMIR-PLANILLA
               WHEN 2
                   PERFORM 500-CARGAR-ASISTENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Class and date shared by the printout and the capture: the
      * class must exist and be active and the date must fall on
      * the weekday of the class (INTEGER-OF-DATE counts from a
      * Monday, so the remainder by 7 gives the weekday).
       350-PEDIR-CLASE-FECHA.
           MOVE 0 TO w-cla-hallada.
           DISPLAY "Ingrese numero de clase".
           ACCEPT w-clase.
           OPEN INPUT CLASES.
           IF w-clases-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR clase-hallada
                   READ CLASES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF cla-numero = w-clase AND clase-activa
                               MOVE 1 TO w-cla-hallada
                               MOVE cla-seccion TO w-cla-seccion
                               MOVE cla-dia TO w-cla-dia
                               MOVE cla-hora TO w-cla-hora
                               MOVE cla-duracion TO w-cla-duracion
                               MOVE cla-instructor
                                   TO w-cla-instructor
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASES
           END-IF.
           MOVE 0 TO w-sen.
           IF NOT clase-hallada
               DISPLAY "La clase no existe o no esta activa"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de la clase (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               DISPLAY "Fecha invalida"
               MOVE 0 TO w-cla-hallada
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-dia-semana =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(w-fecha) - 1, 7)
               + 1.
           IF w-dia-semana NOT = w-cla-dia
               DISPLAY "La clase no se dicta ese dia de la semana"
               MOVE 0 TO w-cla-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fecha(1:6) TO w-periodo.
           PERFORM 360-ARMAR-ROL.
      * The roll of a date holds the enrollments of the class in
      * force in that period: started on or before it and not
      * closed before it.
       360-ARMAR-ROL.
           MOVE 0 TO w-cant-rol.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ins-clase NUMERIC AND ins-clase = w-clase AND
                      ins-desde <= w-periodo AND
                      (ins-hasta = 0 OR ins-hasta >= w-periodo)
                       ADD 1 TO w-cant-rol
                       MOVE ins-codigo TO tr-codigo(w-cant-rol)
                       MOVE ins-codigo TO w-soc-codigo
                       PERFORM 410-BUSCAR-SOCIO
                       IF socio-encontrado
                           MOVE soc-nombre TO tr-nombre(w-cant-rol)
                       ELSE
                           MOVE "(SIN NOMBRE)" TO tr-nombre(w-cant-rol)
                       END-IF
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           MOVE 0 TO w-sen.
       370-BUSCAR-INSTRUCTOR.
           MOVE 0 TO w-inst-hallado.
           MOVE "(SIN INSTRUCTOR)" TO w-instructor-nombre.
           OPEN INPUT INSTRUCTORES.
           IF w-instructores-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR instructor-hallado
                   READ INSTRUCTORES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF inst-codigo = w-instructor
                               MOVE 1 TO w-inst-hallado
                               MOVE inst-nombre TO w-instructor-nombre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTORES
           END-IF.
           MOVE 0 TO w-sen.
       400-IMPRIMIR-PLANILLA.
           PERFORM 350-PEDIR-CLASE-FECHA.
           IF NOT clase-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE w-cla-instructor TO w-instructor.
           PERFORM 370-BUSCAR-INSTRUCTOR.
           OPEN OUTPUT PLANILLA.
           MOVE "=== PLANILLA DE ASISTENCIA ===" TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO w-linea.
           STRING "CLASE " DELIMITED BY SIZE
               w-clase DELIMITED BY SIZE
               " SECCION " DELIMITED BY SIZE
               w-cla-seccion DELIMITED BY SIZE
               " FECHA " DELIMITED BY SIZE
               w-fecha DELIMITED BY SIZE
               " HORA " DELIMITED BY SIZE
               w-cla-hora(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               w-cla-hora(3:2) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO w-linea.
           STRING "INSTRUCTOR " DELIMITED BY SIZE
               w-instructor DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-instructor-nombre DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO planilla-linea.
           WRITE planilla-linea.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cant-rol
               MOVE SPACES TO w-linea
               STRING "  " DELIMITED BY SIZE
                   tr-codigo(w-r) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tr-nombre(w-r) DELIMITED BY SIZE
                   "   PRESENTE [  ]" DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO planilla-linea
               WRITE planilla-linea
           END-PERFORM.
           MOVE SPACES TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO w-linea.
           STRING "INSCRIPTOS: " DELIMITED BY SIZE
               w-cant-rol DELIMITED BY SIZE
               "   FIRMA INSTRUCTOR: ____________________"
                   DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO planilla-linea.
           WRITE planilla-linea.
           CLOSE PLANILLA.
           DISPLAY "Planilla generada en planilla-clase.txt".
      * The marks of a class and date are captured once: a second
      * capture would count the hours twice in the instructor's
      * monthly fees. The instructor who taught may be a substitute
      * of the one in the schedule; the hours go to whoever taught.
       500-CARGAR-ASISTENCIA.
           PERFORM 350-PEDIR-CLASE-FECHA.
           IF NOT clase-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fecha TO w-fecha-validar.
           PERFORM 985-VALIDAR-FECHA.
           IF NOT fecha-valida
               DISPLAY "No se carga asistencia de una fecha futura"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 510-VERIFICAR-CARGADA.
           IF planilla-ya-cargada
               DISPLAY "La asistencia de esa clase y fecha ya fue"
                   " cargada"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Instructor que dicto la clase (0 = titular ",
               w-cla-instructor, ")".
           ACCEPT w-instructor.
           IF w-instructor = 0
               MOVE w-cla-instructor TO w-instructor
           END-IF.
           PERFORM 370-BUSCAR-INSTRUCTOR.
           IF NOT instructor-hallado
               DISPLAY "El instructor no existe"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ASIST-CLASES.
           IF w-asist-clases-status = "35"
               OPEN OUTPUT ASIST-CLASES
               CLOSE ASIST-CLASES
               OPEN EXTEND ASIST-CLASES
           END-IF.
           MOVE w-fecha TO ac-fecha.
           MOVE w-clase TO ac-clase.
           MOVE w-instructor TO ac-instructor.
           MOVE 0 TO ac-codigo.
           MOVE "D" TO ac-marca.
           MOVE w-cla-duracion TO ac-minutos.
           WRITE asist-clase-reg.
           MOVE 0 TO w-presentes.
           MOVE 0 TO w-ausentes.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cant-rol
               DISPLAY tr-codigo(w-r), " ", tr-nombre(w-r),
                   " Presente? (P/A)"
               ACCEPT w-marca
               MOVE FUNCTION UPPER-CASE(w-marca) TO w-marca
               MOVE tr-codigo(w-r) TO ac-codigo
               MOVE 0 TO ac-minutos
               IF w-marca = "P"
                   MOVE "P" TO ac-marca
                   ADD 1 TO w-presentes
               ELSE
                   MOVE "A" TO ac-marca
                   ADD 1 TO w-ausentes
               END-IF
               WRITE asist-clase-reg
           END-PERFORM.
           CLOSE ASIST-CLASES.
           DISPLAY "Asistencia registrada. Presentes: ", w-presentes,
               " Ausentes: ", w-ausentes.
       510-VERIFICAR-CARGADA.
           MOVE 0 TO w-ya-cargada.
           OPEN INPUT ASIST-CLASES.
           IF w-asist-clases-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR planilla-ya-cargada
                   READ ASIST-CLASES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF ac-fecha = w-fecha AND
                              ac-clase = w-clase AND ac-dictada
                               MOVE 1 TO w-ya-cargada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASIST-CLASES
           END-IF.
           MOVE 0 TO w-sen.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
       800-FIN.
           CLOSE SOCIOS.
       END PROGRAM ASISTENCIA-CLASES.
