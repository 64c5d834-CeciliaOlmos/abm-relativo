      ******************************************************************
      * Author:
      * Date:
      * Purpose: Postal label run for the club magazine and the
      *          assembly convocation. Takes the activos of
      *          arch-idx.dat or the voters of padron-asamblea.dat
      *          (PADRON-ASAMBLEA) and prints one label per
      *          destination into etiquetas.txt, sorted by postal
      *          zone (the four digits of the codigo postal, old or
      *          CPA) and codigo postal, with the count of each zone
      *          for the pre-sorted mail discount of the post office.
      *          By default a grupo familiar (grupos.dat) gets one
      *          label addressed to its titular, wherever the members
      *          were selected; asked per run it prints one per
      *          member instead. The address comes broken down from
      *          contactos.dat; a destination without a contact or
      *          with a domicilio sin desglosar lands in
      *          etiquetas-excluidos.txt for the desk to correct.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETAS-POSTALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           SELECT PADRON-DATOS ASSIGN TO "..\padron-asamblea.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-padron-status.
           SELECT ETIQUETAS ASSIGN TO "..\etiquetas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCLUIDOS ASSIGN TO "..\etiquetas-excluidos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
       FD  PADRON-DATOS.
       01  padron-dato-reg.
           03 pd-codigo pic 9(4).
           03 pd-nombre pic x(20).
           03 pd-mesa pic 9(2).
       FD  ETIQUETAS.
       01  etiqueta-linea pic x(80).
       FD  EXCLUIDOS.
       01  excluidos-linea pic x(80).
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-contactos-status pic xx.
       77  w-grupos-status pic xx.
       77  w-padron-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-origen pic x.
           88 origen-activos value "A".
           88 origen-padron value "P".
       77  w-por-grupo pic x.
           88 etiqueta-por-grupo value "S".
           88 etiqueta-por-socio value "N".
       77  w-c pic 9(5).
       77  w-e pic 9(5).
       77  w-destino pic 9(4).
       77  w-seleccionados pic 9(5) value 0.
       77  w-agrupados pic 9(5) value 0.
       77  w-excluidos pic 9(5) value 0.
       77  w-zonas pic 9(4) value 0.
       77  w-en-zona pic 9(5) value 0.
       01  w-zona-ant pic x(4).
       01  w-motivo pic x(24).
      * Per-socio switches indexed by the socio code itself: the
      * grupo familiar it belongs to, whether the run selected it,
      * and what became of it as a destination (the label it got,
      * or that it was excluded).
       01  tab-por-socio.
           05 por-socio-ent occurs 9999 times.
               07 tps-grupo pic 9(3).
               07 tps-seleccionado pic 9.
               07 tps-destino pic 9.
                   88 tps-etiquetado value 1.
                   88 tps-excluido value 2.
               07 tps-etiqueta pic 9(4).
       01  tab-titulares.
           05 tt-titular pic 9(4) occurs 999 times.
       77  w-cant-etq pic 9(4) value 0.
       01  tab-etiquetas.
           05 etiquetas-ent occurs 1 to 9999 times
                   depending on w-cant-etq.
               07 te-zona pic x(4).
               07 te-cp pic x(8).
               07 te-calle pic x(30).
               07 te-numero pic x(6).
               07 te-piso pic x(8).
               07 te-localidad pic x(20).
               07 te-codigo pic 9(4).
               07 te-nombre pic x(20).
               07 te-familia pic 9(3).
       01  w-linea pic x(80).
           COPY "CpyCodPostalWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF origen-activos
               PERFORM 200-SELECCIONAR-ACTIVOS
           ELSE
               PERFORM 210-SELECCIONAR-PADRON
           END-IF.
           PERFORM 300-ARMAR-ETIQUETAS.
           PERFORM 500-ORDENAR-ETIQUETAS.
           PERFORM 600-IMPRIMIR-ETIQUETAS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyCodPostal.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE SPACES TO w-origen.
           PERFORM UNTIL origen-activos OR origen-padron
               DISPLAY "Destinatarios: A-Socios activos / P-Votantes"
                   " de padron-asamblea.dat"
               ACCEPT w-origen
               MOVE FUNCTION UPPER-CASE(w-origen) TO w-origen
           END-PERFORM.
           MOVE SPACES TO w-por-grupo.
           PERFORM UNTIL etiqueta-por-grupo OR etiqueta-por-socio
               DISPLAY "Una etiqueta por grupo familiar? (S/N,"
                   " vacio = S)"
               ACCEPT w-por-grupo
               MOVE FUNCTION UPPER-CASE(w-por-grupo) TO w-por-grupo
               IF w-por-grupo = SPACE
                   MOVE "S" TO w-por-grupo
               END-IF
           END-PERFORM.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
                   " MIGRAR-A-INDEXADO"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTACTOS.
           IF w-contactos-status NOT = "00"
               DISPLAY "No se pudo abrir contactos.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO tab-por-socio.
           MOVE ZEROS TO tab-titulares.
           IF etiqueta-por-grupo
               PERFORM 110-CARGAR-GRUPOS
           END-IF.
           OPEN OUTPUT ETIQUETAS.
           OPEN OUTPUT EXCLUIDOS.
           MOVE SPACES TO w-linea.
           STRING "=== ETIQUETAS SIN DOMICILIO POSTAL AL "
               DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO excluidos-linea.
           WRITE excluidos-linea.
       110-CARGAR-GRUPOS.
           OPEN INPUT GRUPOS.
           IF w-grupos-status = "00"
               MOVE 0 TO w-sen
               READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF gf-codigo > 0 AND gf-grupo > 0
                       MOVE gf-grupo TO tps-grupo(gf-codigo)
                       IF gf-titular
                           MOVE gf-codigo TO tt-titular(gf-grupo)
                       END-IF
                   END-IF
                   READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           MOVE 0 TO w-sen.
       200-SELECCIONAR-ACTIVOS.
           MOVE ZEROS TO soc-idx-codigo.
           MOVE 0 TO w-sen.
           START SOCIOS-IDX KEY IS NOT LESS THAN soc-idx-codigo
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS-IDX NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF idx-socio-activo AND soc-idx-codigo > 0
                           MOVE 1 TO tps-seleccionado(soc-idx-codigo)
                           ADD 1 TO w-seleccionados
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
       210-SELECCIONAR-PADRON.
           OPEN INPUT PADRON-DATOS.
           IF w-padron-status NOT = "00"
               DISPLAY "No se encontro padron-asamblea.dat, corra"
                   " PADRON-ASAMBLEA"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO w-sen.
           READ PADRON-DATOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF pd-codigo > 0
                   MOVE 1 TO tps-seleccionado(pd-codigo)
                   ADD 1 TO w-seleccionados
               END-IF
               READ PADRON-DATOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PADRON-DATOS.
           MOVE 0 TO w-sen.
       300-ARMAR-ETIQUETAS.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 9999
               IF tps-seleccionado(w-c) = 1
                   PERFORM 310-ARMAR-DESTINO
               END-IF
           END-PERFORM.
      * A grupo member is sent to its titular; a titular no longer on
      * file leaves the member with its own label.
       310-ARMAR-DESTINO.
           MOVE w-c TO w-destino.
           IF etiqueta-por-grupo AND tps-grupo(w-c) > 0
               IF tt-titular(tps-grupo(w-c)) > 0
                   MOVE tt-titular(tps-grupo(w-c)) TO soc-idx-codigo
                   READ SOCIOS-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE soc-idx-codigo TO w-destino
                   END-READ
               END-IF
           END-IF.
           IF tps-etiquetado(w-destino)
               MOVE tps-etiqueta(w-destino) TO w-e
               ADD 1 TO te-familia(w-e)
               ADD 1 TO w-agrupados
               EXIT PARAGRAPH
           END-IF.
           IF tps-excluido(w-destino)
               ADD 1 TO w-agrupados
               EXIT PARAGRAPH
           END-IF.
           MOVE w-destino TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   MOVE SPACES TO soc-idx-nombre
           END-READ.
           MOVE w-destino TO contacto-codigo.
           READ CONTACTOS
               INVALID KEY
                   MOVE "SIN DATOS DE CONTACTO" TO w-motivo
                   PERFORM 320-EXCLUIR-DESTINO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT dom-desglosado
               IF contacto-domicilio = SPACES
                   MOVE "SIN DOMICILIO" TO w-motivo
               ELSE
                   MOVE "DOMICILIO SIN DESGLOSAR" TO w-motivo
               END-IF
               PERFORM 320-EXCLUIR-DESTINO
               EXIT PARAGRAPH
           END-IF.
           MOVE contacto-cp TO w-cp-validar.
           PERFORM 943-VALIDAR-CP.
           IF NOT cp-valido
               MOVE "CODIGO POSTAL INVALIDO" TO w-motivo
               PERFORM 320-EXCLUIR-DESTINO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-etq.
           MOVE w-cp-zona TO te-zona(w-cant-etq).
           MOVE w-cp-validar TO te-cp(w-cant-etq).
           MOVE contacto-calle TO te-calle(w-cant-etq).
           MOVE contacto-numero TO te-numero(w-cant-etq).
           MOVE contacto-piso TO te-piso(w-cant-etq).
           MOVE contacto-localidad TO te-localidad(w-cant-etq).
           MOVE w-destino TO te-codigo(w-cant-etq).
           MOVE soc-idx-nombre TO te-nombre(w-cant-etq).
           MOVE 0 TO te-familia(w-cant-etq).
           MOVE 1 TO tps-destino(w-destino).
           MOVE w-cant-etq TO tps-etiqueta(w-destino).
       320-EXCLUIR-DESTINO.
           MOVE 2 TO tps-destino(w-destino).
           ADD 1 TO w-excluidos.
           MOVE SPACES TO w-linea.
           STRING w-destino DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soc-idx-nombre DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-motivo DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO excluidos-linea.
           WRITE excluidos-linea.
      * Within a zone, by codigo postal and then street, the order
      * the carrier walks.
       500-ORDENAR-ETIQUETAS.
           IF w-cant-etq > 1
               SORT etiquetas-ent ASCENDING te-zona te-cp te-calle
                   te-numero
           END-IF.
       600-IMPRIMIR-ETIQUETAS.
           MOVE SPACES TO w-linea.
           STRING "=== ETIQUETAS POSTALES AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-zona-ant.
           MOVE 0 TO w-en-zona.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-etq
               IF te-zona(w-e) NOT = w-zona-ant
                   IF w-en-zona > 0
                       PERFORM 620-CORTE-ZONA
                   END-IF
                   MOVE te-zona(w-e) TO w-zona-ant
                   ADD 1 TO w-zonas
                   MOVE SPACES TO etiqueta-linea
                   WRITE etiqueta-linea
                   MOVE SPACES TO w-linea
                   STRING "--- ZONA POSTAL " DELIMITED BY SIZE
                       w-zona-ant DELIMITED BY SIZE
                       " ---" DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO etiqueta-linea
                   WRITE etiqueta-linea
               END-IF
               PERFORM 610-IMPRIMIR-ETIQUETA
               ADD 1 TO w-en-zona
           END-PERFORM.
           IF w-en-zona > 0
               PERFORM 620-CORTE-ZONA
           END-IF.
           MOVE SPACES TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-linea.
           STRING "TOTAL ETIQUETAS: " DELIMITED BY SIZE
               w-cant-etq DELIMITED BY SIZE
               "  ZONAS: " DELIMITED BY SIZE
               w-zonas DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
       610-IMPRIMIR-ETIQUETA.
           MOVE SPACES TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-linea.
           IF te-familia(w-e) > 0
               STRING FUNCTION TRIM(te-nombre(w-e)) DELIMITED BY SIZE
                   " Y FLIA." DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               MOVE te-nombre(w-e) TO w-linea
           END-IF.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-linea.
           STRING FUNCTION TRIM(te-calle(w-e)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(te-numero(w-e)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               te-piso(w-e) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-linea.
           STRING FUNCTION TRIM(te-cp(w-e)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               te-localidad(w-e) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE SPACES TO w-linea.
           STRING "Socio nro. " DELIMITED BY SIZE
               te-codigo(w-e) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
       620-CORTE-ZONA.
           MOVE SPACES TO w-linea.
           STRING "--- ZONA " DELIMITED BY SIZE
               w-zona-ant DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               w-en-zona DELIMITED BY SIZE
               " ETIQUETAS ---" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE SPACES TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE w-linea TO etiqueta-linea.
           WRITE etiqueta-linea.
           MOVE 0 TO w-en-zona.
       800-FIN.
           CLOSE SOCIOS-IDX.
           CLOSE CONTACTOS.
           CLOSE ETIQUETAS.
           CLOSE EXCLUIDOS.
           DISPLAY "Etiquetas postales en etiquetas.txt".
           DISPLAY "Socios seleccionados: ", w-seleccionados.
           DISPLAY "Etiquetas emitidas: ", w-cant-etq,
               " en ", w-zonas, " zonas".
           DISPLAY "Agrupados en la etiqueta del titular: ",
               w-agrupados.
           DISPLAY "Sin domicilio postal (etiquetas-excluidos.txt): ",
               w-excluidos.
       END PROGRAM ETIQUETAS-POSTALES.
