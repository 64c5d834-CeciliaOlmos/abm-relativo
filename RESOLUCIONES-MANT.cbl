      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro de actas of the comision directiva. Each
      *          resolution is registered in resoluciones.dat with
      *          its number, the acta it was passed in, the meeting
      *          date and a summary; registering is reserved to
      *          supervisors. The decisions that need the comision's
      *          backing - a beca in BECAS-MANT, a waived baja
      *          settlement in BAJA-SOLICITUD, a reopened period in
      *          CIERRE-PERIODO and an INCOBRABLE case in GESTION-MORA
      *          - only go through with a resolution number found
      *          here, and each logs what it did under it to
      *          resoluciones-actos.dat. The inquiry by resolution
      *          lists every action taken under one, on screen and in
      *          consulta-resolucion.txt, for the revisores de
      *          cuentas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLUCIONES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           SELECT LISTADO ASSIGN TO "..\consulta-resolucion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
       FD  LISTADO.
       01  listado-linea pic x(80).
       WORKING-STORAGE SECTION.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-numero pic 9(5).
       77  w-acta pic 9(5).
       77  w-fecha pic 9(8).
       01  w-resumen pic x(50).
       77  w-cant-res pic 9(3) value 0.
       77  w-r pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-resoluciones.
           05 resoluciones-ent occurs 1 to 999 times
                   depending on w-cant-res.
               07 tr-numero pic 9(5).
               07 tr-acta pic 9(5).
               07 tr-fecha pic 9(8).
               07 tr-resumen pic x(50).
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-actos pic 9(5).
       01  w-linea pic x(80).
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RESOLUCIONES-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 110-CARGAR-RESOLUCIONES.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       110-CARGAR-RESOLUCIONES.
           MOVE 0 TO w-cant-res.
           OPEN INPUT RESOLUCIONES.
           IF w-resoluciones-status = "00"
               MOVE 0 TO w-sen
               READ RESOLUCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-res < 999
                       ADD 1 TO w-cant-res
                       MOVE res-numero TO tr-numero(w-cant-res)
                       MOVE res-acta TO tr-acta(w-cant-res)
                       MOVE res-fecha TO tr-fecha(w-cant-res)
                       MOVE res-resumen TO tr-resumen(w-cant-res)
                   END-IF
                   READ RESOLUCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RESOLUCIONES
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Registrar resolucion"
           DISPLAY "2- Listar libro de actas"
           DISPLAY "3- Consulta de acciones por resolucion"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-REGISTRAR-RESOLUCION
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 500-LISTAR-RESOLUCIONES
               WHEN 3
                   PERFORM 600-CONSULTA-RESOLUCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-RESOLUCION.
           DISPLAY "Ingrese numero de resolucion".
           ACCEPT w-numero.
           IF w-numero = 0
               DISPLAY "Numero invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-RESOLUCION.
           IF entrada-hallada
               DISPLAY "La resolucion ya esta registrada en el acta ",
                   tr-acta(w-r)
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-res >= 999
               DISPLAY "Tabla de resoluciones completa"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese numero de acta".
           ACCEPT w-acta.
           IF w-acta = 0
               DISPLAY "Numero de acta invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese fecha de la reunion (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese resumen de la resolucion".
           ACCEPT w-resumen.
           IF w-resumen = SPACES
               DISPLAY "El resumen es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-res.
           MOVE w-numero TO tr-numero(w-cant-res).
           MOVE w-acta TO tr-acta(w-cant-res).
           MOVE w-fecha TO tr-fecha(w-cant-res).
           MOVE w-resumen TO tr-resumen(w-cant-res).
           OPEN EXTEND RESOLUCIONES.
           IF w-resoluciones-status = "35"
               OPEN OUTPUT RESOLUCIONES
               CLOSE RESOLUCIONES
               OPEN EXTEND RESOLUCIONES
           END-IF.
           MOVE w-numero TO res-numero.
           MOVE w-acta TO res-acta.
           MOVE w-fecha TO res-fecha.
           MOVE w-resumen TO res-resumen.
           WRITE resolucion-reg.
           CLOSE RESOLUCIONES.
           DISPLAY "Resolucion ", w-numero, " registrada".
       410-BUSCAR-RESOLUCION.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-r FROM 1 BY 1
                   UNTIL w-r > w-cant-res OR entrada-hallada
               IF tr-numero(w-r) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-r
           END-IF.
       500-LISTAR-RESOLUCIONES.
           IF w-cant-res = 0
               DISPLAY "El libro de actas esta vacio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== LIBRO DE ACTAS ===".
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cant-res
               DISPLAY "RES ", tr-numero(w-r), " ACTA ", tr-acta(w-r),
                   " ", tr-fecha(w-r), " ", tr-resumen(w-r)
           END-PERFORM.
      * Every action logged under the resolution, oldest first, the
      * way the programs appended them.
       600-CONSULTA-RESOLUCION.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-actos.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO w-linea.
           STRING "=== ACCIONES BAJO LA RESOLUCION " DELIMITED BY SIZE
               w-res-numero DELIMITED BY SIZE
               " ACTA " DELIMITED BY SIZE
               w-res-acta DELIMITED BY SIZE
               " DEL " DELIMITED BY SIZE
               w-res-fecha DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE w-res-resumen TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "FECHA    PROGRAMA           ACCION" DELIMITED BY SIZE
               "                         CLAVE  OPERADOR"
                   DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           OPEN INPUT RESOL-ACTOS.
           IF w-resol-actos-status = "00"
               MOVE 0 TO w-sen
               READ RESOL-ACTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ra-resolucion = w-res-numero
                       ADD 1 TO w-actos
                       PERFORM 610-LINEA-ACTO
                   END-IF
                   READ RESOL-ACTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RESOL-ACTOS
           END-IF.
           MOVE 0 TO w-sen.
           MOVE SPACES TO w-linea.
           STRING "ACCIONES REGISTRADAS: " DELIMITED BY SIZE
               w-actos DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           CLOSE LISTADO.
           DISPLAY "Consulta generada en consulta-resolucion.txt".
       610-LINEA-ACTO.
           MOVE SPACES TO w-linea.
           STRING ra-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ra-programa DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ra-accion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ra-clave(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ra-operador DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       690-ESCRIBIR.
           DISPLAY w-linea.
           MOVE w-linea TO listado-linea.
           WRITE listado-linea.
       END PROGRAM RESOLUCIONES-MANT.
