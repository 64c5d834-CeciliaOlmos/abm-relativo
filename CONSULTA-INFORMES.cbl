      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry and reprint over the report repository. The
      *          report programs file a dated copy of every printout
      *          (rep-INFORME-AAAAMMDD-HHMMSS.txt) with its row in
      *          catalogo-informes.dat: report, run date and time,
      *          operator or batch step, lines. Lists the stored
      *          generations of one report or of all, within a date
      *          range; reprints the generation of a report as it
      *          stood on a given date (the last one filed on or
      *          before it) or a generation named by its file, into
      *          reimpresion-informe.txt under a heading that says
      *          what it is. Every reprint is logged to
      *          auditoria.dat. Retention is set per report with
      *          RET-<informe> in parametros.dat (INFORMES-RETENCION
      *          for the rest, default 30 generations).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-INFORMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyRepInformes.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyRepInformesReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       WORKING-STORAGE SECTION.
       77  w-auditoria-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       01  w-informe pic x(14).
       01  w-archivo pic x(40).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-fecha pic 9(8).
       77  w-total pic 9(5).
       77  w-hallada pic 9 value 0.
           88 generacion-hallada value 1.
       01  w-gen.
           03 w-gen-informe pic x(14).
           03 w-gen-fecha pic 9(8).
           03 w-gen-hora pic 9(6).
           03 w-gen-origen pic x(18).
           03 w-gen-archivo pic x(40).
           03 w-gen-lineas pic 9(6).
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CONSULTA-INFORMES" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       200-MENU.
           DISPLAY "1- Listar generaciones archivadas"
           DISPLAY "2- Reimprimir un informe a una fecha"
           DISPLAY "3- Reimprimir una generacion por archivo"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-LISTAR
               WHEN 2
                   PERFORM 500-REIMPRIMIR-A-FECHA
               WHEN 3
                   PERFORM 550-REIMPRIMIR-ARCHIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-LISTAR.
           DISPLAY "Informe (MORA, RESUMEN-DIARIO, ...; vacio = todos)".
           ACCEPT w-informe.
           MOVE FUNCTION UPPER-CASE(w-informe) TO w-informe.
           DISPLAY "Desde fecha (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-desde.
           DISPLAY "Hasta fecha (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-hasta.
           IF w-hasta = 0
               MOVE 99999999 TO w-hasta
           END-IF.
           MOVE 0 TO w-total.
           OPEN INPUT CATALOGO-INF.
           IF w-rep-catalogo-status NOT = "00"
               DISPLAY "No hay informes archivados"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-rep-sen.
           READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF informe-archivado AND
                  (w-informe = SPACES OR ci-informe = w-informe) AND
                  ci-fecha >= w-desde AND ci-fecha <= w-hasta
                   ADD 1 TO w-total
                   DISPLAY ci-informe, " ", ci-fecha, " ", ci-hora,
                       " ", ci-origen, " ", ci-lineas, " lineas  ",
                       ci-archivo
               END-IF
               READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
           DISPLAY "Generaciones listadas: ", w-total.
      * The auditor's question: the report as it stood on a date is
      * the last generation filed that day or before it.
       500-REIMPRIMIR-A-FECHA.
           DISPLAY "Informe a reimprimir (MORA, RESUMEN-DIARIO, ...)".
           ACCEPT w-informe.
           MOVE FUNCTION UPPER-CASE(w-informe) TO w-informe.
           DISPLAY "A la fecha (AAAAMMDD)".
           ACCEPT w-fecha.
           MOVE 0 TO w-hallada.
           OPEN INPUT CATALOGO-INF.
           IF w-rep-catalogo-status NOT = "00"
               DISPLAY "No hay informes archivados"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-rep-sen.
           READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF informe-archivado AND ci-informe = w-informe AND
                  ci-fecha <= w-fecha
                   IF NOT generacion-hallada OR
                      ci-fecha > w-gen-fecha OR
                      (ci-fecha = w-gen-fecha AND
                       ci-hora > w-gen-hora)
                       PERFORM 510-TOMAR-GENERACION
                   END-IF
               END-IF
               READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
           IF NOT generacion-hallada
               DISPLAY "No hay generacion de ", w-informe,
                   " archivada a esa fecha"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-REIMPRIMIR.
       510-TOMAR-GENERACION.
           MOVE 1 TO w-hallada.
           MOVE ci-informe TO w-gen-informe.
           MOVE ci-fecha TO w-gen-fecha.
           MOVE ci-hora TO w-gen-hora.
           MOVE ci-origen TO w-gen-origen.
           MOVE ci-archivo TO w-gen-archivo.
           MOVE ci-lineas TO w-gen-lineas.
       550-REIMPRIMIR-ARCHIVO.
           DISPLAY "Archivo de la generacion (rep-...txt)".
           ACCEPT w-archivo.
           MOVE 0 TO w-hallada.
           OPEN INPUT CATALOGO-INF.
           IF w-rep-catalogo-status NOT = "00"
               DISPLAY "No hay informes archivados"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-rep-sen.
           READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF ci-archivo = w-archivo
                   IF informe-archivado
                       PERFORM 510-TOMAR-GENERACION
                   ELSE
                       DISPLAY "La generacion ya fue purgada"
                   END-IF
               END-IF
               READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
           IF NOT generacion-hallada
               DISPLAY "La generacion no figura en el catalogo"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 600-REIMPRIMIR.
       600-REIMPRIMIR.
           MOVE SPACES TO w-rep-origen-nombre.
           STRING "..\" DELIMITED BY SIZE
               FUNCTION TRIM(w-gen-archivo) DELIMITED BY SIZE
               INTO w-rep-origen-nombre
           END-STRING.
           OPEN INPUT INFORME-ORIGEN.
           IF w-rep-origen-status NOT = "00"
               DISPLAY "No se pudo abrir ", w-gen-archivo
               EXIT PARAGRAPH
           END-IF.
           MOVE "..\reimpresion-informe.txt" TO w-rep-copia-nombre.
           OPEN OUTPUT INFORME-COPIA.
           MOVE SPACES TO w-linea.
           STRING "REIMPRESION DE " DELIMITED BY SIZE
               w-gen-informe DELIMITED BY SPACE
               " DEL " DELIMITED BY SIZE
               w-gen-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-gen-hora DELIMITED BY SIZE
               " - ORIGEN " DELIMITED BY SIZE
               w-gen-origen DELIMITED BY SPACE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO informe-copia-linea.
           WRITE informe-copia-linea.
           MOVE SPACES TO w-linea.
           STRING "REIMPRESO POR " DELIMITED BY SIZE
               w-operador DELIMITED BY SPACE
               " EL " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO informe-copia-linea.
           WRITE informe-copia-linea.
           MOVE ALL "=" TO informe-copia-linea(1:80).
           WRITE informe-copia-linea.
           MOVE 0 TO w-rep-sen.
           READ INFORME-ORIGEN AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               MOVE informe-origen-linea TO informe-copia-linea
               WRITE informe-copia-linea
               READ INFORME-ORIGEN AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE INFORME-ORIGEN.
           CLOSE INFORME-COPIA.
           MOVE 0 TO w-rep-sen.
           PERFORM 610-AUDITAR-REIMPRESION.
           DISPLAY "Generacion ", w-gen-archivo.
           DISPLAY "Reimpresa en reimpresion-informe.txt (",
               w-gen-lineas, " lineas)".
       610-AUDITAR-REIMPRESION.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE "REIMPR-INFORME" TO audit-operacion.
           MOVE 0 TO audit-codigo.
           MOVE w-gen-informe TO audit-nombre-antes.
           MOVE SPACES TO audit-nombre-despues.
           STRING w-gen-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-gen-hora DELIMITED BY SIZE
               INTO audit-nombre-despues
           END-STRING.
           WRITE audit-reg.
           CLOSE AUDITORIA.
       END PROGRAM CONSULTA-INFORMES.
