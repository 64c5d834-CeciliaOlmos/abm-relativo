      ******************************************************************
      * Author:
      * Date:
      * Purpose: Imports the event log of the turnstile controllers
      *          (molinetes-eventos.dat: credential, date, time,
      *          turnstile and direction) into asistencia.dat, so
      *          REPORTE-AFORO and USO-INSTALACIONES see the
      *          turnstile passages like the entries of ACCESO-CLUB.
      *          The area of each turnstile comes from molinetes.dat
      *          (an unknown turnstile counts for GRL and is
      *          reported). Entries are matched against the last
      *          download of MOLINETES-LISTA: a socio is logged
      *          PERMITIDO, a guest INVITADO under the inviting
      *          socio, a pass PASE with its number; a credential
      *          that was not on the list for that area is logged
      *          DENEGADO and listed in molinetes-fuera-lista.txt,
      *          filed as a dated copy in the report repository
      *          (CONSULTA-INFORMES).
      *          Exits are logged as SALIDA. The controllers keep
      *          their whole log, so the last event imported from
      *          each turnstile is kept in molinetes-marca.dat and
      *          an upload never brings the same event in twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOLINETES-EVENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOLINETES ASSIGN TO "..\molinetes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-molinetes-status.
           SELECT LISTA-BLANCA ASSIGN TO "..\molinetes-lista.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-lista-status.
           SELECT EVENTOS ASSIGN TO "..\molinetes-eventos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-eventos-status.
           SELECT MARCAS ASSIGN TO "..\molinetes-marca.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-marcas-status.
           SELECT ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asistencia-status.
           SELECT FUERA-LISTA ASSIGN TO "..\molinetes-fuera-lista.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
      * Turnstiles installed and the area each one serves.
       FD  MOLINETES.
       01  molinete-reg.
           03 mol-numero pic 9(2).
           03 mol-area pic xxx.
           03 mol-descripcion pic x(20).
       FD  LISTA-BLANCA.
       01  lista-blanca-reg.
           03 wl-tipo pic x.
               88 wl-socio value "S".
               88 wl-invitado value "I".
               88 wl-pase value "P".
           03 wl-credencial pic x(10).
           03 wl-area pic xxx.
           03 wl-desde pic 9(8).
           03 wl-hasta pic 9(8).
           03 wl-codigo pic 9(4).
           03 wl-pase-numero pic 9(6).
           03 wl-nombre pic x(20).
       FD  EVENTOS.
       01  evento-reg.
           03 ev-credencial pic x(10).
           03 ev-fecha pic 9(8).
           03 ev-hora pic 9(6).
           03 ev-molinete pic 9(2).
           03 ev-sentido pic x.
               88 ev-egreso value "E".
       FD  MARCAS.
       01  marca-reg.
           03 mm-molinete pic 9(2).
           03 mm-ultimo pic 9(14).
       FD  ASISTENCIA.
       01  asistencia-reg.
           03 asi-fecha pic 9(8).
           03 asi-hora pic 9(6).
           03 asi-codigo pic 9(4).
           03 asi-resultado pic x(9).
               88 acceso-permitido value "PERMITIDO".
           03 asi-movimiento pic x.
               88 mov-ingreso value "I" " ".
               88 mov-egreso value "E".
           03 asi-area pic xxx.
           03 asi-pase pic 9(6).
       FD  FUERA-LISTA.
       01  fuera-lista-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-molinetes-status pic xx.
       77  w-lista-status pic xx.
       77  w-eventos-status pic xx.
       77  w-marcas-status pic xx.
       77  w-asistencia-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
      * Indexed by turnstile number plus one: a controller that was
      * never given a number reports turnstile 0.
       01  tab-molinetes.
           05 tm-area pic xxx occurs 100 times.
           05 tm-ultimo pic 9(14) occurs 100 times.
       77  w-cant-lista pic 9(5) value 0.
       77  w-l pic 9(5).
       77  w-hallado pic 9 value 0.
           88 credencial-hallada value 1.
       01  tab-lista.
           05 lista-ent occurs 1 to 30000 times
                   depending on w-cant-lista.
               07 tl-tipo pic x.
               07 tl-credencial pic x(10).
               07 tl-area pic xxx.
               07 tl-codigo pic 9(4).
               07 tl-pase pic 9(6).
       01  w-area pic xxx.
       77  w-momento pic 9(14).
       77  w-m pic 9(3).
       77  w-leidos pic 9(6) value 0.
       77  w-ya-importados pic 9(6) value 0.
       77  w-ingresos pic 9(6) value 0.
       77  w-salidas pic 9(6) value 0.
       77  w-fuera-lista pic 9(6) value 0.
       77  w-sin-molinete pic 9(6) value 0.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-IMPORTAR-EVENTOS.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           OPEN INPUT EVENTOS.
           IF w-eventos-status NOT = "00"
               DISPLAY "No hay registro de eventos de los molinetes"
               STOP RUN
           END-IF.
           PERFORM 110-CARGAR-MOLINETES.
           PERFORM 120-CARGAR-MARCAS.
           PERFORM 130-CARGAR-LISTA.
           OPEN EXTEND ASISTENCIA.
           IF w-asistencia-status = "35"
               OPEN OUTPUT ASISTENCIA
               CLOSE ASISTENCIA
               OPEN EXTEND ASISTENCIA
           END-IF.
           OPEN OUTPUT FUERA-LISTA.
           MOVE "=== EVENTOS DE MOLINETES FUERA DE LA LISTA ===" TO
               fuera-lista-linea.
           WRITE fuera-lista-linea.
       110-CARGAR-MOLINETES.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 100
               MOVE SPACES TO tm-area(w-m)
               MOVE 0 TO tm-ultimo(w-m)
           END-PERFORM.
           OPEN INPUT MOLINETES.
           IF w-molinetes-status = "00"
               MOVE 0 TO w-sen
               READ MOLINETES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   COMPUTE w-m = mol-numero + 1
                   MOVE mol-area TO tm-area(w-m)
                   READ MOLINETES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE MOLINETES
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-MARCAS.
           OPEN INPUT MARCAS.
           IF w-marcas-status = "00"
               MOVE 0 TO w-sen
               READ MARCAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   COMPUTE w-m = mm-molinete + 1
                   MOVE mm-ultimo TO tm-ultimo(w-m)
                   READ MARCAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE MARCAS
           END-IF.
           MOVE 0 TO w-sen.
       130-CARGAR-LISTA.
           MOVE 0 TO w-cant-lista.
           OPEN INPUT LISTA-BLANCA.
           IF w-lista-status NOT = "00"
               DISPLAY "No hay lista de molinetes, todo ingreso se"
                   " informara fuera de lista"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ LISTA-BLANCA AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-lista < 30000
                   ADD 1 TO w-cant-lista
                   MOVE wl-tipo TO tl-tipo(w-cant-lista)
                   MOVE wl-credencial TO tl-credencial(w-cant-lista)
                   MOVE wl-area TO tl-area(w-cant-lista)
                   MOVE wl-codigo TO tl-codigo(w-cant-lista)
                   MOVE wl-pase-numero TO tl-pase(w-cant-lista)
               END-IF
               READ LISTA-BLANCA AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE LISTA-BLANCA.
           MOVE 0 TO w-sen.
       200-IMPORTAR-EVENTOS.
           MOVE 0 TO w-sen.
           READ EVENTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-leidos
               PERFORM 210-IMPORTAR-EVENTO
               READ EVENTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EVENTOS.
           MOVE 0 TO w-sen.
       210-IMPORTAR-EVENTO.
           COMPUTE w-m = ev-molinete + 1.
           COMPUTE w-momento = ev-fecha * 1000000 + ev-hora.
           IF w-momento <= tm-ultimo(w-m)
               ADD 1 TO w-ya-importados
               EXIT PARAGRAPH
           END-IF.
           MOVE w-momento TO tm-ultimo(w-m).
           IF tm-area(w-m) = SPACES
               MOVE "GRL" TO w-area
               ADD 1 TO w-sin-molinete
               MOVE SPACES TO w-linea
               STRING "  MOLINETE " DELIMITED BY SIZE
                   ev-molinete DELIMITED BY SIZE
                   " NO FIGURA EN molinetes.dat, SE TOMA GRL: "
                       DELIMITED BY SIZE
                   ev-fecha DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ev-hora DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               MOVE w-linea TO fuera-lista-linea
               WRITE fuera-lista-linea
           ELSE
               MOVE tm-area(w-m) TO w-area
           END-IF.
           PERFORM 220-BUSCAR-EN-LISTA.
           MOVE ev-fecha TO asi-fecha.
           MOVE ev-hora TO asi-hora.
           MOVE w-area TO asi-area.
           MOVE 0 TO asi-pase.
           MOVE 0 TO asi-codigo.
           IF credencial-hallada
               MOVE tl-codigo(w-l) TO asi-codigo
           ELSE
               IF ev-credencial(1:4) IS NUMERIC AND
                  ev-credencial(5:6) = SPACES
                   MOVE ev-credencial(1:4) TO asi-codigo
               END-IF
           END-IF.
           IF ev-egreso
               MOVE "SALIDA" TO asi-resultado
               MOVE "E" TO asi-movimiento
               WRITE asistencia-reg
               ADD 1 TO w-salidas
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO asi-movimiento.
           IF NOT credencial-hallada
               MOVE "DENEGADO" TO asi-resultado
               WRITE asistencia-reg
               ADD 1 TO w-fuera-lista
               PERFORM 230-INFORMAR-FUERA-LISTA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE tl-tipo(w-l)
               WHEN "I"
                   MOVE "INVITADO" TO asi-resultado
               WHEN "P"
                   MOVE "PASE" TO asi-resultado
                   MOVE tl-pase(w-l) TO asi-pase
               WHEN OTHER
                   MOVE "PERMITIDO" TO asi-resultado
           END-EVALUATE.
           WRITE asistencia-reg.
           ADD 1 TO w-ingresos.
       220-BUSCAR-EN-LISTA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-l FROM 1 BY 1
                   UNTIL w-l > w-cant-lista OR credencial-hallada
               IF tl-credencial(w-l) = ev-credencial AND
                  tl-area(w-l) = w-area
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF credencial-hallada
               SUBTRACT 1 FROM w-l
           END-IF.
       230-INFORMAR-FUERA-LISTA.
           MOVE SPACES TO w-linea.
           STRING "  " DELIMITED BY SIZE
               ev-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ev-hora DELIMITED BY SIZE
               " MOLINETE " DELIMITED BY SIZE
               ev-molinete DELIMITED BY SIZE
               " AREA " DELIMITED BY SIZE
               w-area DELIMITED BY SIZE
               " CREDENCIAL " DELIMITED BY SIZE
               ev-credencial DELIMITED BY SIZE
               " NO HABILITADA" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO fuera-lista-linea.
           WRITE fuera-lista-linea.
       300-GRABAR-MARCAS.
           OPEN OUTPUT MARCAS.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 100
               IF tm-ultimo(w-m) NOT = 0
                   COMPUTE mm-molinete = w-m - 1
                   MOVE tm-ultimo(w-m) TO mm-ultimo
                   WRITE marca-reg
               END-IF
           END-PERFORM.
           CLOSE MARCAS.
       800-FIN.
           PERFORM 300-GRABAR-MARCAS.
           CLOSE ASISTENCIA.
           IF w-fuera-lista = 0 AND w-sin-molinete = 0
               MOVE "  (sin novedades)" TO fuera-lista-linea
               WRITE fuera-lista-linea
           END-IF.
           CLOSE FUERA-LISTA.
           MOVE "molinetes-fuera-lista.txt" TO w-rep-archivo.
           MOVE "FUERA-LISTA" TO w-rep-informe.
           MOVE "MOLINETES-EVENTOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Eventos leidos: ", w-leidos.
           DISPLAY "Ya importados antes: ", w-ya-importados.
           DISPLAY "Ingresos registrados: ", w-ingresos.
           DISPLAY "Salidas registradas: ", w-salidas.
           DISPLAY "Ingresos fuera de lista: ", w-fuera-lista.
           IF w-fuera-lista > 0 OR w-sin-molinete > 0
               DISPLAY "Ver molinetes-fuera-lista.txt"
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM MOLINETES-EVENTOS.
