      *          enrollments are added to the base dues by
      *          CUOTAS-MANT when a period is charged, and
      *          REPORTE-SECCIONES prints the per-section roster
      *          that replaces the binders. Where the section has
      *          a weekly schedule in clases.dat the enrollment is
      *          into one class of it; a full class sends the socio
      *          to the waitlist of clases-espera.dat, enrolled in
      *          arrival order once a place is freed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyAptos.cpy.cbl".
           COPY "CpyClases.cpy.cbl".
           COPY "CpyClasesEspera.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpyClasesReg.cpy.cbl".
           COPY "CpyClasesEsperaReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-seccion pic xxx.
       77  w-periodo pic 9(6).
       77  w-sen pic 9 value 0.
       77  w-hoy pic 9(8).
       77  w-sen-apto pic 9 value 0.
           88 fin-aptos value 1.
       77  w-clases-status pic xx.
       77  w-clases-espera-status pic xx.
       77  w-clase pic 9(4).
       77  w-cupo pic 9(3).
       77  w-inscriptos pic 9(4).
       77  w-en-espera pic 9(4).
       77  w-con-clases pic 9 value 0.
           88 seccion-con-clases value 1.
       77  w-cla-valida pic 9 value 0.
           88 clase-valida value 1.
       77  w-ins-valida pic 9 value 0.
           88 inscripcion-valida value 1.
       77  w-respuesta pic x.
       77  w-cant-esp pic 9(4) value 0.
       77  w-e pic 9(4).
       01  tab-inscripciones.
           05 inscripciones-ent occurs 1 to 999 times
                   depending on w-cant.
               07 ti-seccion pic xxx.
               07 ti-desde pic 9(6).
               07 ti-hasta pic 9(6).
               07 ti-clase pic 9(4).
       01  tab-clases-espera.
           05 clases-espera-ent occurs 1 to 999 times
                   depending on w-cant-esp.
               07 tce-clase pic 9(4).
               07 tce-codigo pic 9(4).
               07 tce-fecha pic 9(8).
               07 tce-situacion pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 105-LEER-CONTROL.
           OPEN INPUT SOCIOS.
           PERFORM 120-CARGAR-INSCRIPCIONES.
           PERFORM 140-CARGAR-ESPERA.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
                   MOVE ins-seccion TO ti-seccion(w-cant)
                   MOVE ins-desde TO ti-desde(w-cant)
                   MOVE ins-hasta TO ti-hasta(w-cant)
                   IF ins-clase NUMERIC
                       MOVE ins-clase TO ti-clase(w-cant)
                   ELSE
                       MOVE 0 TO ti-clase(w-cant)
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
               MOVE ti-seccion(w-i) TO ins-seccion
               MOVE ti-desde(w-i) TO ins-desde
               MOVE ti-hasta(w-i) TO ins-hasta
               MOVE ti-clase(w-i) TO ins-clase
               WRITE inscripcion-reg
           END-PERFORM.
           CLOSE INSCRIPCIONES.
       140-CARGAR-ESPERA.
           MOVE 0 TO w-cant-esp.
           OPEN INPUT CLASES-ESPERA.
           IF w-clases-espera-status = "00"
               MOVE 0 TO w-sen
               READ CLASES-ESPERA AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-esp
                   MOVE ce-clase TO tce-clase(w-cant-esp)
                   MOVE ce-codigo TO tce-codigo(w-cant-esp)
                   MOVE ce-fecha TO tce-fecha(w-cant-esp)
                   MOVE ce-situacion TO tce-situacion(w-cant-esp)
                   READ CLASES-ESPERA AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CLASES-ESPERA
           END-IF.
           MOVE 0 TO w-sen.
       150-GRABAR-ESPERA.
           OPEN OUTPUT CLASES-ESPERA.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esp
               MOVE tce-clase(w-e) TO ce-clase
               MOVE tce-codigo(w-e) TO ce-codigo
               MOVE tce-fecha(w-e) TO ce-fecha
               MOVE tce-situacion(w-e) TO ce-situacion
               WRITE clase-espera-reg
           END-PERFORM.
           CLOSE CLASES-ESPERA.
       200-MENU.
           DISPLAY "1- Inscribir socio en una seccion"
           DISPLAY "2- Dar de baja una inscripcion"
           DISPLAY "3- Consultar inscripciones de un socio"
           DISPLAY "4- Lista de espera de una clase"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
                   PERFORM 500-BAJA-INSCRIPCION
               WHEN 3
                   PERFORM 600-CONSULTAR
               WHEN 4
                   PERFORM 700-ESPERA-CLASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-INSCRIBIR.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           DISPLAY "Ingrese codigo de seccion".
           ACCEPT w-seccion.
           PERFORM 405-VALIDAR-INSCRIPCION.
           IF NOT inscripcion-valida
               EXIT PARAGRAPH
           END-IF.
      * A section with a weekly schedule takes the enrollment into
      * one of its classes; a section without one keeps the plain
      * section enrollment (ins-clase zero).
           MOVE 0 TO w-clase.
           PERFORM 370-LISTAR-CLASES.
           IF seccion-con-clases
               DISPLAY "Ingrese numero de clase"
               ACCEPT w-clase
               PERFORM 380-VALIDAR-CLASE
               IF NOT clase-valida
                   DISPLAY "La clase no es de la seccion o no esta"
                       " activa"
                   EXIT PARAGRAPH
               END-IF
               PERFORM 390-CONTAR-INSCRIPTOS
               IF w-inscriptos >= w-cupo
                   PERFORM 470-ANOTAR-EN-ESPERA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Periodo desde el que rige (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 460-AGREGAR-INSCRIPCION.
           PERFORM 130-GRABAR-INSCRIPCIONES.
           DISPLAY "Inscripcion registrada".
       405-VALIDAR-INSCRIPCION.
           MOVE 0 TO w-ins-valida.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
                   " inscripcion no se admite"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-VALIDAR-SECCION.
           IF NOT seccion-valida
               DISPLAY "La seccion no existe"
               DISPLAY "El socio ya esta inscripto en la seccion"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-ins-valida.
       370-LISTAR-CLASES.
           MOVE 0 TO w-con-clases.
           OPEN INPUT CLASES.
           IF w-clases-status = "00"
               MOVE 0 TO w-sen
               READ CLASES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cla-seccion = w-seccion AND clase-activa
                       MOVE 1 TO w-con-clases
                       DISPLAY "CLASE ", cla-numero, " DIA ", cla-dia,
                           " ", cla-hora(1:2), ":", cla-hora(3:2),
                           " INSTRUCTOR ", cla-instructor,
                           " CUPO ", cla-cupo
                   END-IF
                   READ CLASES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CLASES
           END-IF.
           MOVE 0 TO w-sen.
       380-VALIDAR-CLASE.
           MOVE 0 TO w-cla-valida.
           MOVE 0 TO w-cupo.
           OPEN INPUT CLASES.
           IF w-clases-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR clase-valida
                   READ CLASES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF cla-numero = w-clase AND
                              cla-seccion = w-seccion AND
                              clase-activa
                               MOVE 1 TO w-cla-valida
                               MOVE cla-cupo TO w-cupo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASES
           END-IF.
           MOVE 0 TO w-sen.
       390-CONTAR-INSCRIPTOS.
           MOVE 0 TO w-inscriptos.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant
               IF ti-clase(w-i) = w-clase AND ti-hasta(w-i) = 0
                   ADD 1 TO w-inscriptos
               END-IF
           END-PERFORM.
       460-AGREGAR-INSCRIPCION.
           ADD 1 TO w-cant.
           MOVE w-soc-codigo TO ti-codigo(w-cant).
           MOVE w-seccion TO ti-seccion(w-cant).
           MOVE w-periodo TO ti-desde(w-cant).
           MOVE 0 TO ti-hasta(w-cant).
           MOVE w-clase TO ti-clase(w-cant).
       470-ANOTAR-EN-ESPERA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-e FROM 1 BY 1
                   UNTIL w-e > w-cant-esp OR entrada-hallada
               IF tce-clase(w-e) = w-clase AND
                  tce-codigo(w-e) = w-soc-codigo AND
                  tce-situacion(w-e) = "P"
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               DISPLAY "La clase esta completa y el socio ya esta en"
                   " su lista de espera"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "La clase esta completa (", w-inscriptos,
               " inscriptos). Anotar en lista de espera? (S/N)".
           ACCEPT w-respuesta.
           IF FUNCTION UPPER-CASE(w-respuesta) NOT = "S"
               DISPLAY "Inscripcion no registrada"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-esp.
           MOVE w-clase TO tce-clase(w-cant-esp).
           MOVE w-soc-codigo TO tce-codigo(w-cant-esp).
           MOVE FUNCTION CURRENT-DATE(1:8) TO tce-fecha(w-cant-esp).
           MOVE "P" TO tce-situacion(w-cant-esp).
           PERFORM 150-GRABAR-ESPERA.
           DISPLAY "Socio anotado en la lista de espera de la clase".
       360-VERIFICAR-APTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE 0 TO w-apto-vigente.
                  ti-hasta(w-i) = 0
                   MOVE 1 TO w-hallado
                   MOVE w-periodo TO ti-hasta(w-i)
                   MOVE ti-clase(w-i) TO w-clase
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
           ELSE
               PERFORM 130-GRABAR-INSCRIPCIONES
               DISPLAY "Inscripcion dada de baja"
               IF w-clase NOT = 0
                   PERFORM 510-AVISAR-ESPERA
               END-IF
           END-IF.
       510-AVISAR-ESPERA.
           MOVE 0 TO w-en-espera.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esp
               IF tce-clase(w-e) = w-clase AND
                  tce-situacion(w-e) = "P"
                   ADD 1 TO w-en-espera
               END-IF
           END-PERFORM.
           IF w-en-espera > 0
               DISPLAY "Se libero un lugar en la clase ", w-clase,
                   " que tiene ", w-en-espera, " socios en espera:"
                   " inscribirlos con la opcion 4"
           END-IF.
       600-CONSULTAR.
           DISPLAY "Ingrese codigo de socio".
               IF ti-codigo(w-i) = w-soc-codigo
                   MOVE 1 TO w-hallado
                   DISPLAY ti-seccion(w-i),
                       "  CLASE: ", ti-clase(w-i),
                       "  DESDE: ", ti-desde(w-i),
                       "  HASTA: ", ti-hasta(w-i)
               END-IF
           END-PERFORM.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esp
               IF tce-codigo(w-e) = w-soc-codigo AND
                  tce-situacion(w-e) = "P"
                   MOVE 1 TO w-hallado
                   DISPLAY "EN ESPERA DE LA CLASE ", tce-clase(w-e),
                       " DESDE EL ", tce-fecha(w-e)
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "El socio no tiene inscripciones"
           END-IF.
      * Lists the pending waitlist of a class in arrival order and,
      * while the class has free places, enrolls the first pending
      * socios one by one. Each one goes again through the checks of
      * a normal enrollment; one who no longer qualifies (baja, apto
      * vencido, already in the section) is discarded from the list
      * so the next in line gets the place.
       700-ESPERA-CLASE.
           DISPLAY "Ingrese numero de clase".
           ACCEPT w-clase.
           MOVE 0 TO w-en-espera.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esp
               IF tce-clase(w-e) = w-clase AND
                  tce-situacion(w-e) = "P"
                   ADD 1 TO w-en-espera
                   DISPLAY w-en-espera, "- SOCIO ", tce-codigo(w-e),
                       " ANOTADO EL ", tce-fecha(w-e)
               END-IF
           END-PERFORM.
           IF w-en-espera = 0
               DISPLAY "La clase no tiene socios en espera"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esp
               IF tce-clase(w-e) = w-clase AND
                  tce-situacion(w-e) = "P"
                   PERFORM 710-PROMOVER-ESPERA
                   IF NOT clase-valida OR w-respuesta NOT = "S"
                       MOVE w-cant-esp TO w-e
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 150-GRABAR-ESPERA.
       710-PROMOVER-ESPERA.
           MOVE tce-codigo(w-e) TO w-soc-codigo.
           MOVE SPACES TO w-seccion.
           OPEN INPUT CLASES.
           IF w-clases-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch
                   READ CLASES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF cla-numero = w-clase
                               MOVE cla-seccion TO w-seccion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASES
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 380-VALIDAR-CLASE.
           IF NOT clase-valida
               DISPLAY "La clase no esta activa"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 390-CONTAR-INSCRIPTOS.
           IF w-inscriptos >= w-cupo
               DISPLAY "La clase no tiene lugares libres"
               MOVE "N" TO w-respuesta
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Inscribir al socio ", w-soc-codigo, "? (S/N)".
           ACCEPT w-respuesta.
           MOVE FUNCTION UPPER-CASE(w-respuesta) TO w-respuesta.
           IF w-respuesta NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 405-VALIDAR-INSCRIPCION.
           IF NOT inscripcion-valida
               MOVE "D" TO tce-situacion(w-e)
               DISPLAY "Socio ", w-soc-codigo, " descartado de la"
                   " lista de espera"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Periodo desde el que rige (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 460-AGREGAR-INSCRIPCION.
           PERFORM 130-GRABAR-INSCRIPCIONES.
           MOVE "I" TO tce-situacion(w-e).
           DISPLAY "Socio ", w-soc-codigo, " inscripto en la clase".
       800-FIN.
           CLOSE SOCIOS.
       END PROGRAM INSCRIPCIONES-MANT.
