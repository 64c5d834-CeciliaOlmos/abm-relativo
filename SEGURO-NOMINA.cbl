      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly roster of the people covered by the
      *          personal-accident policy, in the insurer's fixed
      *          layout: the competitors of the sections flagged
      *          sec-federada and everyone enrolled in the sections
      *          flagged sec-seguro-todos (the pool). Crosses the
      *          active socios of arch.dat with the enrollments of
      *          inscripciones.dat vigente in the month, pulls fecha
      *          de nacimiento and domicilio from contactos.dat and
      *          writes one row per person to
      *          seguro-nomina-AAAAMM.dat, which stays on disk so
      *          SEGURO-INCIDENTES can tell whether the person hurt
      *          in an incident was on that month's roster.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpySeguroNomina.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpySeguroNominaReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-secciones-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-contactos-status pic xx.
       77  w-nomina-status pic xx.
       01  w-nomina-nombre pic x(40).
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-periodo pic 9(6).
       77  w-cant-cub pic 9(2) value 0.
       77  w-f pic 9(2).
       77  w-cobertura pic x.
       01  tab-cubiertas.
           05 cubiertas-ent occurs 1 to 50 times
                   depending on w-cant-cub.
               07 tc-seccion pic xxx.
               07 tc-cobertura pic x.
       77  w-cant-nom pic 9(4) value 0.
       77  w-n pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-nominados.
           05 nominados-ent occurs 1 to 999 times
                   depending on w-cant-nom.
               07 tn-codigo pic 9(4).
       77  w-sin-contacto pic 9(4) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-INSCRIPCIONES.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           DISPLAY "Periodo de la nomina (AAAAMM, 0 = mes actual)".
           ACCEPT w-periodo.
           IF w-periodo = 0
               MOVE w-hoy(1:6) TO w-periodo
           END-IF.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-CUBIERTAS.
           IF w-cant-cub = 0
               DISPLAY "No hay secciones federadas ni de cobertura"
                   " total marcadas en secciones.dat"
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN I-O CONTACTOS.
           IF w-contactos-status = "35"
               OPEN OUTPUT CONTACTOS
               CLOSE CONTACTOS
               OPEN I-O CONTACTOS
           END-IF.
           MOVE SPACES TO w-nomina-nombre.
           STRING "..\seguro-nomina-" DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO w-nomina-nombre
           END-STRING.
           OPEN OUTPUT SEGURO-NOMINA.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
      * A section flagged both ways counts as whole-enrollment
      * coverage.
       110-CARGAR-CUBIERTAS.
           MOVE 0 TO w-cant-cub.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen-aux
               READ SECCIONES AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF (seccion-federada OR seccion-seguro-todos)
                      AND w-cant-cub < 50
                       ADD 1 TO w-cant-cub
                       MOVE sec-codigo TO tc-seccion(w-cant-cub)
                       IF seccion-seguro-todos
                           MOVE "T" TO tc-cobertura(w-cant-cub)
                       ELSE
                           MOVE "F" TO tc-cobertura(w-cant-cub)
                       END-IF
                   END-IF
                   READ SECCIONES AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen-aux.
       200-RECORRER-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status NOT = "00"
               DISPLAY "No hay inscripciones registradas"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ins-desde <= w-periodo AND
                  (ins-hasta = 0 OR ins-hasta >= w-periodo)
                   PERFORM 210-EVALUAR-INSCRIPCION
               END-IF
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           MOVE 0 TO w-sen.
      * A person enrolled in more than one covered section goes on
      * the roster once, under the first section found.
       210-EVALUAR-INSCRIPCION.
           MOVE SPACE TO w-cobertura.
           PERFORM VARYING w-f FROM 1 BY 1
                   UNTIL w-f > w-cant-cub OR w-cobertura NOT = SPACE
               IF tc-seccion(w-f) = ins-seccion
                   MOVE tc-cobertura(w-f) TO w-cobertura
               END-IF
           END-PERFORM.
           IF w-cobertura = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-n FROM 1 BY 1
                   UNTIL w-n > w-cant-nom OR entrada-hallada
               IF tn-codigo(w-n) = ins-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               EXIT PARAGRAPH
           END-IF.
           MOVE ins-codigo TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado OR NOT socio-activo
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-nom >= 999
               DISPLAY "Tabla de nominados completa"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-nom.
           MOVE w-soc-codigo TO tn-codigo(w-cant-nom).
           MOVE w-periodo TO nom-periodo.
           MOVE soc-codigo TO nom-codigo.
           MOVE soc-nombre TO nom-nombre.
           MOVE ins-seccion TO nom-seccion.
           MOVE w-cobertura TO nom-cobertura.
           MOVE w-hoy TO nom-fecha-gen.
      * Without contact data the person is still covered; the
      * desk completes the insurer's form by hand.
           MOVE w-soc-codigo TO contacto-codigo.
           READ CONTACTOS
               INVALID KEY
                   ADD 1 TO w-sin-contacto
                   DISPLAY "Socio ", w-soc-codigo, " sin datos de"
                       " contacto, completar a mano"
                   MOVE 0 TO nom-fecha-nac
                   MOVE SPACES TO nom-domicilio
               NOT INVALID KEY
                   MOVE contacto-fecha-nac TO nom-fecha-nac
                   MOVE contacto-domicilio TO nom-domicilio
           END-READ.
           WRITE nomina-reg.
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
           CLOSE CONTACTOS.
           CLOSE SEGURO-NOMINA.
           DISPLAY "Nomina generada en ", w-nomina-nombre.
           DISPLAY "Personas en la nomina: ", w-cant-nom.
           DISPLAY "Sin datos de contacto: ", w-sin-contacto.
       END PROGRAM SEGURO-NOMINA.
