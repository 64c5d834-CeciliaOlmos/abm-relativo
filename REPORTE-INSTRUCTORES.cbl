      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly report of the classes taught per
      *          instructor, from the attendance rolls captured by
      *          ASISTENCIA-CLASES in asistencia-clases.dat: classes
      *          held, hours taught, presentes and ausentes with the
      *          attendance percentage, and the fees due at the
      *          inst-valor-hora of instructores.dat. The treasurer
      *          pays the instructors from instructores-mes.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INSTRUCTORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyInstructores.cpy.cbl".
           COPY "CpyAsistClases.cpy.cbl".
           SELECT REPORTE-INST ASSIGN TO "..\instructores-mes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyInstructoresReg.cpy.cbl".
           COPY "CpyAsistClasesReg.cpy.cbl".
       FD  REPORTE-INST.
       01  reporte-inst-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-instructores-status pic xx.
       77  w-asist-clases-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-cant-ins pic 9(3) value 0.
       77  w-i pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-instructores.
           05 instructores-ent occurs 1 to 200 times
                   depending on w-cant-ins.
               07 tn-codigo pic 9(4).
               07 tn-nombre pic x(20).
               07 tn-valor-hora pic 9(6)v99.
               07 tn-clases pic 9(4).
               07 tn-minutos pic 9(6).
               07 tn-presentes pic 9(5).
               07 tn-ausentes pic 9(5).
       77  w-horas pic 9(5)v99.
       77  w-honorarios pic 9(8)v99.
       77  w-porcentaje pic 9(3).
       77  w-tot-clases pic 9(5) value 0.
       77  w-tot-minutos pic 9(7) value 0.
       77  w-tot-presentes pic 9(6) value 0.
       77  w-tot-ausentes pic 9(6) value 0.
       77  w-tot-honorarios pic 9(9)v99 value 0.
       01  w-horas-edit pic zzzz9.99.
       01  w-honor-edit pic zzzzzzz9.99.
       01  w-tot-honor-edit pic zzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR.
           PERFORM 300-IMPRIMIR.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           DISPLAY "Periodo a liquidar (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 110-CARGAR-INSTRUCTORES.
           OPEN OUTPUT REPORTE-INST.
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
                   MOVE 0 TO tn-clases(w-cant-ins)
                   MOVE 0 TO tn-minutos(w-cant-ins)
                   MOVE 0 TO tn-presentes(w-cant-ins)
                   MOVE 0 TO tn-ausentes(w-cant-ins)
                   READ INSTRUCTORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSTRUCTORES
           END-IF.
           MOVE 0 TO w-sen.
      * The "D" row of each class held carries the instructor who
      * taught it; the "P"/"A" rows that follow carry the same
      * instructor, so every row of the period is credited to
      * ac-instructor directly.
       200-ACUMULAR.
           OPEN INPUT ASIST-CLASES.
           IF w-asist-clases-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ ASIST-CLASES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ac-fecha(1:6) = w-periodo
                   PERFORM 210-ACUMULAR-FILA
               END-IF
               READ ASIST-CLASES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ASIST-CLASES.
       210-ACUMULAR-FILA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-ins OR entrada-hallada
               IF tn-codigo(w-i) = ac-instructor
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               ADD 1 TO w-cant-ins
               MOVE w-cant-ins TO w-i
               MOVE ac-instructor TO tn-codigo(w-i)
               MOVE "(SIN NOMBRE)" TO tn-nombre(w-i)
               MOVE 0 TO tn-valor-hora(w-i)
               MOVE 0 TO tn-clases(w-i)
               MOVE 0 TO tn-minutos(w-i)
               MOVE 0 TO tn-presentes(w-i)
               MOVE 0 TO tn-ausentes(w-i)
           ELSE
               SUBTRACT 1 FROM w-i
           END-IF.
           EVALUATE TRUE
               WHEN ac-dictada
                   ADD 1 TO tn-clases(w-i)
                   ADD ac-minutos TO tn-minutos(w-i)
               WHEN ac-presente
                   ADD 1 TO tn-presentes(w-i)
               WHEN OTHER
                   ADD 1 TO tn-ausentes(w-i)
           END-EVALUATE.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           STRING "=== CLASES DICTADAS POR INSTRUCTOR - PERIODO "
                   DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-inst-linea.
           WRITE reporte-inst-linea.
           MOVE "COD  INSTRUCTOR           CLAS    HORAS  PRES   AUS"
               TO reporte-inst-linea.
           MOVE "   %  HONORARIOS" TO reporte-inst-linea(52:16).
           WRITE reporte-inst-linea.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               IF tn-clases(w-i) > 0
                   PERFORM 310-LINEA-INSTRUCTOR
               END-IF
           END-PERFORM.
           COMPUTE w-horas ROUNDED = w-tot-minutos / 60.
           MOVE w-horas TO w-horas-edit.
           MOVE w-tot-honorarios TO w-tot-honor-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL CLASES: " DELIMITED BY SIZE
               w-tot-clases DELIMITED BY SIZE
               "  HORAS: " DELIMITED BY SIZE
               w-horas-edit DELIMITED BY SIZE
               "  HONORARIOS: " DELIMITED BY SIZE
               w-tot-honor-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-inst-linea.
           WRITE reporte-inst-linea.
           MOVE SPACES TO w-linea.
           STRING "TOTAL PRESENTES: " DELIMITED BY SIZE
               w-tot-presentes DELIMITED BY SIZE
               "  AUSENTES: " DELIMITED BY SIZE
               w-tot-ausentes DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-inst-linea.
           WRITE reporte-inst-linea.
       310-LINEA-INSTRUCTOR.
           COMPUTE w-horas ROUNDED = tn-minutos(w-i) / 60.
           COMPUTE w-honorarios ROUNDED =
               tn-minutos(w-i) * tn-valor-hora(w-i) / 60.
           IF tn-presentes(w-i) + tn-ausentes(w-i) = 0
               MOVE 0 TO w-porcentaje
           ELSE
               COMPUTE w-porcentaje ROUNDED =
                   tn-presentes(w-i) * 100 /
                   (tn-presentes(w-i) + tn-ausentes(w-i))
           END-IF.
           MOVE w-horas TO w-horas-edit.
           MOVE w-honorarios TO w-honor-edit.
           MOVE SPACES TO w-linea.
           STRING tn-codigo(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tn-nombre(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tn-clases(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-horas-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tn-presentes(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tn-ausentes(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-porcentaje DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-honor-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-inst-linea.
           WRITE reporte-inst-linea.
           ADD tn-clases(w-i) TO w-tot-clases.
           ADD tn-minutos(w-i) TO w-tot-minutos.
           ADD tn-presentes(w-i) TO w-tot-presentes.
           ADD tn-ausentes(w-i) TO w-tot-ausentes.
           ADD w-honorarios TO w-tot-honorarios.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-INST.
           MOVE "instructores-mes.txt" TO w-rep-archivo.
           MOVE "INSTRUCTORES" TO w-rep-informe.
           MOVE "REPORTE-INSTRUCTOR" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en instructores-mes.txt".
       END PROGRAM REPORTE-INSTRUCTORES.
