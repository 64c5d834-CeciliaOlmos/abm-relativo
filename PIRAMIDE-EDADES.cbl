      ******************************************************************
      * Author:
      * Date:
      * Purpose: Age pyramid of the membership for the sports plan
      *          and the assembly memoria. Walks arch.dat the way
      *          REPORTE-SUC-SOCIOS does, takes the activos and
      *          suspendidos, computes each one's age today from
      *          contacto-fecha-nac of contactos.dat and counts them
      *          per five-year band (the last band is 80 and over):
      *          a matrix by soc-categoria, then the band profile of
      *          each sucursal of sucursales.dat and of each section
      *          of secciones.dat (enrollments of inscripciones.dat
      *          vigente this month, one count per person and
      *          section). Members without a valid birth date on file
      *          are counted apart in every block so the desk knows
      *          how many folders still need completing. Output goes
      *          to piramide-edades.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIRAMIDE-EDADES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           SELECT SUCURSALES-MANT ASSIGN TO "..\sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sucursales-status.
           SELECT REPORTE-PIRAMIDE ASSIGN TO "..\piramide-edades.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
       FD  SUCURSALES-MANT.
       01  suc-mant-reg.
           03 sm-codigo pic xxx.
           03 sm-nombre pic x(11).
       FD  REPORTE-PIRAMIDE.
       01  reporte-piramide-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-contactos-status pic xx.
       77  w-secciones-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-periodo pic 9(6).
       77  w-edad pic 9(3).
       77  w-banda pic 99.
       77  w-b pic 99.
       77  w-c pic 9.
       77  w-s pic 99.
       77  w-i pic 9(4).
      * Band of each socio in scope, by code: 0 = not in scope,
      * 18 = no valid birth date.
       01  tab-banda-socio.
           05 tbs-banda occurs 9999 times pic 99.
       77  w-cant-suc pic 99 value 0.
       01  tab-sucursales.
           05 sucursales-ent occurs 51 times.
               07 tsu-codigo pic xxx.
               07 tsu-nombre pic x(11).
               07 tsu-perfil.
                   09 tsu-banda occurs 17 times pic 9(5).
                   09 tsu-sin-fecha pic 9(5).
       77  w-cant-sec pic 99 value 0.
       01  tab-secciones.
           05 secciones-ent occurs 50 times.
               07 tse-codigo pic xxx.
               07 tse-nombre pic x(15).
               07 tse-perfil.
                   09 tse-banda occurs 17 times pic 9(5).
                   09 tse-sin-fecha pic 9(5).
       01  tab-categorias.
           05 categorias-ent occurs 6 times.
               07 tca-perfil.
                   09 tca-banda occurs 17 times pic 9(5).
                   09 tca-sin-fecha pic 9(5).
       01  w-categorias pic x(5) value "AVHCT".
      * Socio and section pairs already counted, so two classes of
      * the same section count the person once.
       77  w-cant-par pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-pares.
           05 pares-ent occurs 1 to 5000 times
                   depending on w-cant-par.
               07 tp-codigo pic 9(4).
               07 tp-seccion pic xxx.
       01  w-perfil.
           05 wp-banda occurs 17 times pic 9(5).
           05 wp-sin-fecha pic 9(5).
       77  w-perfil-total pic 9(5).
       77  w-perfil-max pic 9(5).
       77  w-estrellas pic 99.
       77  w-pct pic 999v9.
       77  w-pct-edit pic zz9.9.
       77  w-cant-edit pic zzzz9.
       77  w-desde pic 99.
       77  w-hasta pic 99.
       01  w-etiqueta pic x(6).
       01  w-linea-cat.
           03 lc-etiqueta pic x(9).
           03 lc-col occurs 6 times.
               05 lc-cant pic bbzzzz9.
       01  w-titulo pic x(40).
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 300-RECORRER-INSCRIPCIONES.
           PERFORM 400-IMPRIMIR-CATEGORIAS.
           PERFORM 500-IMPRIMIR-SUCURSALES.
           PERFORM 550-IMPRIMIR-SECCIONES.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE w-hoy(1:6) TO w-periodo.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-SUCURSALES.
           PERFORM 120-CARGAR-SECCIONES.
           INITIALIZE tab-categorias.
           INITIALIZE tab-banda-socio.
           OPEN INPUT SOCIOS.
           OPEN INPUT CONTACTOS.
           OPEN OUTPUT REPORTE-PIRAMIDE.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           INITIALIZE tab-sucursales.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-suc >= 50
                   ADD 1 TO w-cant-suc
                   MOVE sm-codigo TO tsu-codigo(w-cant-suc)
                   MOVE sm-nombre TO tsu-nombre(w-cant-suc)
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           ADD 1 TO w-cant-suc.
           MOVE SPACES TO tsu-codigo(w-cant-suc).
           MOVE "SIN SUCURSA" TO tsu-nombre(w-cant-suc).
           MOVE 0 TO w-sen.
       120-CARGAR-SECCIONES.
           MOVE 0 TO w-cant-sec.
           INITIALIZE tab-secciones.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen
               READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-sec >= 50
                   ADD 1 TO w-cant-sec
                   MOVE sec-codigo TO tse-codigo(w-cant-sec)
                   MOVE sec-nombre TO tse-nombre(w-cant-sec)
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen.
       200-RECORRER-SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                          AND (socio-activo OR socio-suspendido)
                           PERFORM 210-CONTAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
       210-CONTAR-SOCIO.
           PERFORM 220-CALCULAR-BANDA.
           MOVE w-banda TO tbs-banda(soc-codigo).
           MOVE 0 TO w-c.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 5
               IF w-categorias(w-i:1) = soc-categoria
                   MOVE w-i TO w-c
               END-IF
           END-PERFORM.
      * A categoria outside the five known ones goes to the sixth
      * row so the totals still add up.
           IF w-c = 0
               MOVE 6 TO w-c
           END-IF.
           MOVE w-cant-suc TO w-s.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i >= w-cant-suc
               IF tsu-codigo(w-i) = soc-sucursal
                   MOVE w-i TO w-s
               END-IF
           END-PERFORM.
           IF w-banda = 18
               ADD 1 TO tca-sin-fecha(w-c)
               ADD 1 TO tsu-sin-fecha(w-s)
           ELSE
               ADD 1 TO tca-banda(w-c, w-banda)
               ADD 1 TO tsu-banda(w-s, w-banda)
           END-IF.
      * Age in whole years at today's date; no contact record, a
      * zero or an impossible birth date all count as sin fecha.
       220-CALCULAR-BANDA.
           MOVE 18 TO w-banda.
           MOVE soc-codigo TO contacto-codigo.
           READ CONTACTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF contacto-fecha-nac = 0 OR
              contacto-fecha-nac > w-hoy OR
              FUNCTION TEST-DATE-YYYYMMDD(contacto-fecha-nac) NOT = 0
               EXIT PARAGRAPH
           END-IF.
      * The AAAAMMDD difference over 10000 truncates to the whole
      * years already turned.
           COMPUTE w-edad = (w-hoy - contacto-fecha-nac) / 10000.
           COMPUTE w-banda = w-edad / 5 + 1.
           IF w-banda > 17
               MOVE 17 TO w-banda
           END-IF.
       300-RECORRER-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ins-desde <= w-periodo AND
                  (ins-hasta = 0 OR ins-hasta >= w-periodo)
                   PERFORM 310-CONTAR-INSCRIPCION
               END-IF
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           MOVE 0 TO w-sen.
       310-CONTAR-INSCRIPCION.
           IF ins-codigo = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE tbs-banda(ins-codigo) TO w-banda.
           IF w-banda = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-s.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-sec
               IF tse-codigo(w-i) = ins-seccion
                   MOVE w-i TO w-s
               END-IF
           END-PERFORM.
           IF w-s = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-par OR entrada-hallada
               IF tp-codigo(w-p) = ins-codigo AND
                  tp-seccion(w-p) = ins-seccion
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-par < 5000
               ADD 1 TO w-cant-par
               MOVE ins-codigo TO tp-codigo(w-cant-par)
               MOVE ins-seccion TO tp-seccion(w-cant-par)
           END-IF.
           IF w-banda = 18
               ADD 1 TO tse-sin-fecha(w-s)
           ELSE
               ADD 1 TO tse-banda(w-s, w-banda)
           END-IF.
       400-IMPRIMIR-CATEGORIAS.
           MOVE SPACES TO w-linea.
           STRING "=== PIRAMIDE DE EDADES AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " - ACTIVOS Y SUSPENDIDOS ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== POR CATEGORIA ===" TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "EDAD     " DELIMITED BY SIZE
               " ACTIVO VITAL. HONOR. CADETE TEMPOR  TOTAL"
                   DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 18
               PERFORM 410-LINEA-CATEGORIAS
           END-PERFORM.
           MOVE 0 TO w-perfil-total.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 6
               ADD tca-sin-fecha(w-c) TO w-perfil-total
               PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 17
                   ADD tca-banda(w-c, w-b) TO w-perfil-total
               END-PERFORM
           END-PERFORM.
           MOVE w-perfil-total TO w-cant-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DE SOCIOS: " DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE 0 TO w-perfil-total.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 6
               ADD tca-sin-fecha(w-c) TO w-perfil-total
           END-PERFORM.
           MOVE w-perfil-total TO w-cant-edit.
           MOVE SPACES TO w-linea.
           STRING "LEGAJOS SIN FECHA DE NACIMIENTO A COMPLETAR: "
                   DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
      * Band 18 is the sin fecha row; the sixth column carries the
      * row total (categoria outside the five known ones included).
       410-LINEA-CATEGORIAS.
           MOVE SPACES TO w-linea-cat.
           IF w-b = 18
               MOVE "SIN FECHA" TO lc-etiqueta
           ELSE
               PERFORM 610-ETIQUETA-BANDA
               MOVE w-etiqueta TO lc-etiqueta
           END-IF.
           MOVE 0 TO w-perfil-total.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 6
               IF w-b = 18
                   ADD tca-sin-fecha(w-c) TO w-perfil-total
                   IF w-c < 6
                       MOVE tca-sin-fecha(w-c) TO lc-cant(w-c)
                   END-IF
               ELSE
                   ADD tca-banda(w-c, w-b) TO w-perfil-total
                   IF w-c < 6
                       MOVE tca-banda(w-c, w-b) TO lc-cant(w-c)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-perfil-total TO lc-cant(6).
           MOVE w-linea-cat TO w-linea.
           PERFORM 690-ESCRIBIR.
       500-IMPRIMIR-SUCURSALES.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== POR SUCURSAL ===" TO w-linea.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-suc
               MOVE SPACES TO w-titulo
               STRING "SUCURSAL " DELIMITED BY SIZE
                   tsu-codigo(w-s) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tsu-nombre(w-s) DELIMITED BY SIZE
                   INTO w-titulo
               END-STRING
               MOVE tsu-perfil(w-s) TO w-perfil
               PERFORM 600-IMPRIMIR-PERFIL
           END-PERFORM.
       550-IMPRIMIR-SECCIONES.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== POR SECCION (INSCRIPCIONES VIGENTES) ==="
               TO w-linea.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               MOVE SPACES TO w-titulo
               STRING "SECCION " DELIMITED BY SIZE
                   tse-codigo(w-s) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tse-nombre(w-s) DELIMITED BY SIZE
                   INTO w-titulo
               END-STRING
               MOVE tse-perfil(w-s) TO w-perfil
               PERFORM 600-IMPRIMIR-PERFIL
           END-PERFORM.
      * One block per sucursal or section: count, share of the
      * members with a known age and a bar scaled to the widest
      * band of the block (40 marks).
       600-IMPRIMIR-PERFIL.
           MOVE 0 TO w-perfil-total.
           MOVE 0 TO w-perfil-max.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 17
               ADD wp-banda(w-b) TO w-perfil-total
               IF wp-banda(w-b) > w-perfil-max
                   MOVE wp-banda(w-b) TO w-perfil-max
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE w-perfil-total TO w-cant-edit.
           MOVE SPACES TO w-linea.
           STRING w-titulo DELIMITED BY SIZE
               " CON EDAD: " DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           IF w-perfil-total > 0
               PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 17
                   PERFORM 620-LINEA-PERFIL
               END-PERFORM
           END-IF.
           MOVE wp-sin-fecha TO w-cant-edit.
           MOVE SPACES TO w-linea.
           STRING "SIN FECHA " DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       610-ETIQUETA-BANDA.
           MOVE SPACES TO w-etiqueta.
           COMPUTE w-desde = (w-b - 1) * 5.
           IF w-b = 17
               STRING w-desde DELIMITED BY SIZE
                   " Y +" DELIMITED BY SIZE
                   INTO w-etiqueta
               END-STRING
           ELSE
               COMPUTE w-hasta = w-desde + 4
               STRING w-desde DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   w-hasta DELIMITED BY SIZE
                   INTO w-etiqueta
               END-STRING
           END-IF.
       620-LINEA-PERFIL.
           PERFORM 610-ETIQUETA-BANDA.
           MOVE wp-banda(w-b) TO w-cant-edit.
           COMPUTE w-pct ROUNDED =
               wp-banda(w-b) * 100 / w-perfil-total.
           MOVE w-pct TO w-pct-edit.
           COMPUTE w-estrellas = wp-banda(w-b) * 40 / w-perfil-max.
           MOVE SPACES TO w-linea.
           STRING w-etiqueta DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               w-cant-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-pct-edit DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF w-estrellas > 0
               MOVE ALL "*" TO w-linea(27:w-estrellas)
           END-IF.
           PERFORM 690-ESCRIBIR.
       690-ESCRIBIR.
           MOVE w-linea TO reporte-piramide-linea.
           WRITE reporte-piramide-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS.
           CLOSE CONTACTOS.
           CLOSE REPORTE-PIRAMIDE.
           MOVE "piramide-edades.txt" TO w-rep-archivo.
           MOVE "PIRAMIDE-EDAD" TO w-rep-informe.
           MOVE "PIRAMIDE-EDADES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en piramide-edades.txt".
       END PROGRAM PIRAMIDE-EDADES.
