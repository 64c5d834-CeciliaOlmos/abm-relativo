      ******************************************************************
      * Author:
      * Date:
      * Purpose: Register of the accidents at the club, replacing
      *          the handwritten incident report: date, socio,
      *          section, description and witness go to
      *          incidentes.dat, and the claim filed with the
      *          accident insurer is followed there to its closure
      *          (claim number, denunciado, liquidado or rechazado).
      *          Every incident is checked against the insurer roster
      *          of its month written by SEGURO-NOMINA
      *          (seguro-nomina-AAAAMM.dat); a person missing from it
      *          is flagged on the incident and in the listing of
      *          open claims, siniestros-abiertos.txt.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-INCIDENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyIncidentes.cpy.cbl".
           COPY "CpySeguroNomina.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT LISTADO ASSIGN TO "..\siniestros-abiertos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyIncidentesReg.cpy.cbl".
           COPY "CpySeguroNominaReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  LISTADO.
       01  listado-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-incidentes-status pic xx.
       77  w-nomina-status pic xx.
       01  w-nomina-nombre pic x(40).
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-cant-inc pic 9(4) value 0.
       77  w-i pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-incidentes.
           05 incidentes-ent occurs 1 to 2000 times
                   depending on w-cant-inc.
               07 tin-numero pic 9(5).
               07 tin-fecha pic 9(8).
               07 tin-codigo pic 9(4).
               07 tin-seccion pic xxx.
               07 tin-descripcion pic x(40).
               07 tin-testigo pic x(30).
               07 tin-siniestro pic x(15).
               07 tin-estado pic x.
               07 tin-fuera-nomina pic x.
               07 tin-fecha-cierre pic 9(8).
               07 tin-operador pic x(12).
       77  w-numero pic 9(5).
       77  w-fecha pic 9(8).
       01  w-seccion pic xxx.
       01  w-descripcion pic x(40).
       01  w-testigo pic x(30).
       01  w-siniestro pic x(15).
       77  w-estado pic x.
           88 estado-valido values "D" "L" "R".
       77  w-en-nomina pic 9 value 0.
           88 en-nomina value 1.
       77  w-nomina-existe pic 9 value 0.
           88 nomina-existe value 1.
       77  w-abiertos pic 9(4).
       77  w-fuera pic 9(4).
       01  w-estado-desc pic x(14).
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SEGURO-INCIDENTES" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           OPEN INPUT SOCIOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE SOCIOS.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-INCIDENTES.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-CARGAR-INCIDENTES.
           MOVE 0 TO w-cant-inc.
           OPEN INPUT INCIDENTES.
           IF w-incidentes-status = "00"
               MOVE 0 TO w-sen
               READ INCIDENTES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-inc
                   MOVE inc-numero TO tin-numero(w-cant-inc)
                   MOVE inc-fecha TO tin-fecha(w-cant-inc)
                   MOVE inc-codigo TO tin-codigo(w-cant-inc)
                   MOVE inc-seccion TO tin-seccion(w-cant-inc)
                   MOVE inc-descripcion TO tin-descripcion(w-cant-inc)
                   MOVE inc-testigo TO tin-testigo(w-cant-inc)
                   MOVE inc-siniestro TO tin-siniestro(w-cant-inc)
                   MOVE inc-estado TO tin-estado(w-cant-inc)
                   MOVE inc-fuera-nomina
                       TO tin-fuera-nomina(w-cant-inc)
                   MOVE inc-fecha-cierre
                       TO tin-fecha-cierre(w-cant-inc)
                   MOVE inc-operador TO tin-operador(w-cant-inc)
                   READ INCIDENTES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INCIDENTES
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-INCIDENTES.
           OPEN OUTPUT INCIDENTES.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-inc
               MOVE tin-numero(w-i) TO inc-numero
               MOVE tin-fecha(w-i) TO inc-fecha
               MOVE tin-codigo(w-i) TO inc-codigo
               MOVE tin-seccion(w-i) TO inc-seccion
               MOVE tin-descripcion(w-i) TO inc-descripcion
               MOVE tin-testigo(w-i) TO inc-testigo
               MOVE tin-siniestro(w-i) TO inc-siniestro
               MOVE tin-estado(w-i) TO inc-estado
               MOVE tin-fuera-nomina(w-i) TO inc-fuera-nomina
               MOVE tin-fecha-cierre(w-i) TO inc-fecha-cierre
               MOVE tin-operador(w-i) TO inc-operador
               WRITE incidente-reg
           END-PERFORM.
           CLOSE INCIDENTES.
       200-MENU.
           DISPLAY "1- Registrar incidente"
           DISPLAY "2- Actualizar denuncia del siniestro"
           DISPLAY "3- Listado de siniestros abiertos"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR-INCIDENTE
               WHEN 2
                   PERFORM 500-ACTUALIZAR-SINIESTRO
               WHEN 3
                   PERFORM 600-LISTAR-ABIERTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-INCIDENTE.
           DISPLAY "Fecha del incidente (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0 OR
              w-fecha > w-hoy
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo de socio accidentado".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-nombre.
           DISPLAY "Seccion donde ocurrio".
           ACCEPT w-seccion.
           MOVE FUNCTION UPPER-CASE(w-seccion) TO w-seccion.
           DISPLAY "Descripcion del incidente".
           ACCEPT w-descripcion.
           IF w-descripcion = SPACES
               DISPLAY "La descripcion es obligatoria"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Testigo".
           ACCEPT w-testigo.
           PERFORM 420-VERIFICAR-NOMINA.
           MOVE 0 TO w-numero.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-inc
               IF tin-numero(w-i) > w-numero
                   MOVE tin-numero(w-i) TO w-numero
               END-IF
           END-PERFORM.
           ADD 1 TO w-numero.
           ADD 1 TO w-cant-inc.
           MOVE w-cant-inc TO w-i.
           MOVE w-numero TO tin-numero(w-i).
           MOVE w-fecha TO tin-fecha(w-i).
           MOVE w-soc-codigo TO tin-codigo(w-i).
           MOVE w-seccion TO tin-seccion(w-i).
           MOVE w-descripcion TO tin-descripcion(w-i).
           MOVE w-testigo TO tin-testigo(w-i).
           MOVE SPACES TO tin-siniestro(w-i).
           MOVE "P" TO tin-estado(w-i).
           IF en-nomina
               MOVE SPACE TO tin-fuera-nomina(w-i)
           ELSE
               MOVE "S" TO tin-fuera-nomina(w-i)
           END-IF.
           MOVE 0 TO tin-fecha-cierre(w-i).
           MOVE w-operador TO tin-operador(w-i).
           PERFORM 120-GRABAR-INCIDENTES.
           DISPLAY "Incidente registrado, numero ", w-numero.
           IF NOT en-nomina
               DISPLAY "*** ATENCION *** EL SOCIO NO FIGURA EN LA"
                   " NOMINA DEL SEGURO DEL MES"
               IF NOT nomina-existe
                   DISPLAY "(no se genero la nomina de ese mes,"
                       " SEGURO-NOMINA)"
               END-IF
           END-IF.
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
      * Looks for w-soc-codigo in the roster of the month of w-fecha.
       420-VERIFICAR-NOMINA.
           MOVE 0 TO w-en-nomina.
           MOVE 0 TO w-nomina-existe.
           MOVE SPACES TO w-nomina-nombre.
           STRING "..\seguro-nomina-" DELIMITED BY SIZE
               w-fecha(1:6) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO w-nomina-nombre
           END-STRING.
           OPEN INPUT SEGURO-NOMINA.
           IF w-nomina-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-nomina-existe.
           MOVE 0 TO w-sen.
           READ SEGURO-NOMINA AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch OR en-nomina
               IF nom-codigo = w-soc-codigo
                   MOVE 1 TO w-en-nomina
               END-IF
               READ SEGURO-NOMINA AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE SEGURO-NOMINA.
           MOVE 0 TO w-sen.
      * D records the claim filed with its number; L (liquidado) and
      * R (rechazado) close it.
       500-ACTUALIZAR-SINIESTRO.
           DISPLAY "Numero de incidente".
           ACCEPT w-numero.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-inc OR entrada-hallada
               IF tin-numero(w-i) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "El incidente no existe"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-i.
           IF tin-estado(w-i) = "L" OR tin-estado(w-i) = "R"
               DISPLAY "El siniestro ya esta cerrado"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY tin-numero(w-i), " ", tin-fecha(w-i), " SOCIO ",
               tin-codigo(w-i), " ", tin-descripcion(w-i).
           DISPLAY "Siniestro: ", tin-siniestro(w-i),
               " ESTADO ", tin-estado(w-i).
           MOVE SPACES TO w-estado.
           PERFORM UNTIL estado-valido
               DISPLAY "D-Denunciado / L-Liquidado / R-Rechazado"
               ACCEPT w-estado
               MOVE FUNCTION UPPER-CASE(w-estado) TO w-estado
           END-PERFORM.
           IF w-estado = "D"
               DISPLAY "Numero de siniestro de la aseguradora"
               ACCEPT w-siniestro
               IF w-siniestro = SPACES
                   DISPLAY "El numero de siniestro es obligatorio"
                   EXIT PARAGRAPH
               END-IF
               MOVE w-siniestro TO tin-siniestro(w-i)
           ELSE
               IF tin-siniestro(w-i) = SPACES
                   DISPLAY "El siniestro todavia no fue denunciado"
                   EXIT PARAGRAPH
               END-IF
               MOVE w-hoy TO tin-fecha-cierre(w-i)
           END-IF.
           MOVE w-estado TO tin-estado(w-i).
           PERFORM 120-GRABAR-INCIDENTES.
           DISPLAY "Siniestro actualizado".
       600-LISTAR-ABIERTOS.
           MOVE 0 TO w-abiertos.
           MOVE 0 TO w-fuera.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO w-linea.
           STRING "=== SINIESTROS ABIERTOS AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-inc
               IF tin-estado(w-i) = "P" OR tin-estado(w-i) = "D"
                   ADD 1 TO w-abiertos
                   PERFORM 680-LINEA-INCIDENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "SINIESTROS ABIERTOS: " DELIMITED BY SIZE
               w-abiertos DELIMITED BY SIZE
               "  FUERA DE NOMINA: " DELIMITED BY SIZE
               w-fuera DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           CLOSE LISTADO.
           MOVE "siniestros-abiertos.txt" TO w-rep-archivo.
           MOVE "SINIESTROS" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Listado generado en siniestros-abiertos.txt".
      * Two lines per incident: who and what, then the claim and
      * the roster flag.
       680-LINEA-INCIDENTE.
           IF tin-estado(w-i) = "P"
               MOVE "SIN DENUNCIAR" TO w-estado-desc
           ELSE
               MOVE "DENUNCIADO" TO w-estado-desc
           END-IF.
           MOVE SPACES TO w-linea.
           STRING tin-numero(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tin-fecha(w-i) DELIMITED BY SIZE
               " SOCIO " DELIMITED BY SIZE
               tin-codigo(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tin-seccion(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tin-descripcion(w-i) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "      " DELIMITED BY SIZE
               w-estado-desc DELIMITED BY SIZE
               " SINIESTRO " DELIMITED BY SIZE
               tin-siniestro(w-i) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF tin-fuera-nomina(w-i) = "S"
               MOVE "FUERA DE NOMINA DEL SEGURO" TO w-linea(50:26)
               ADD 1 TO w-fuera
           END-IF.
           PERFORM 690-ESCRIBIR.
       690-ESCRIBIR.
           MOVE w-linea TO listado-linea.
           WRITE listado-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM SEGURO-INCIDENTES.
