      ******************************************************************
      * Author:
      * Date:
      * Purpose: Election of the comision directiva by voting mesa,
      *          replacing the paper count. The lists running are
      *          loaded in eleccion-listas.dat; each mesa marks who
      *          voted, keyed from the carnet number against the
      *          mesa that PADRON-ASAMBLEA assigned in
      *          padron-asamblea.dat, so nobody votes twice or at the
      *          wrong mesa (eleccion-votantes.dat). After closing,
      *          the tally of each mesa per lista plus blank and null
      *          votes goes to escrutinio-mesas.dat, accepted only
      *          when the votes in the box equal the voters marked.
      *          The acta de escrutinio of every mesa and the
      *          consolidated one, with the percentage of each lista
      *          over the valid votes, print to acta-escrutinio.txt.
      *          Starting an election and loading the lists is
      *          reserved to supervisors.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRUTINIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyOperMaster.cpy.cbl".
           SELECT PADRON-DATOS ASSIGN TO "..\padron-asamblea.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-padron-status.
           SELECT ELEC-LISTAS ASSIGN TO "..\eleccion-listas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-listas-status.
           SELECT ELEC-VOTANTES ASSIGN TO "..\eleccion-votantes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-votantes-status.
           SELECT ESCRUTINIO-MESAS
               ASSIGN TO "..\escrutinio-mesas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-escrutinio-status.
           SELECT ACTA ASSIGN TO "..\acta-escrutinio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  PADRON-DATOS.
       01  padron-dato-reg.
           03 pd-codigo pic 9(4).
           03 pd-nombre pic x(20).
           03 pd-mesa pic 9(2).
       FD  ELEC-LISTAS.
       01  lista-reg.
           03 lis-numero pic 9(3).
           03 lis-nombre pic x(30).
       FD  ELEC-VOTANTES.
       01  votante-reg.
           03 vot-codigo pic 9(4).
           03 vot-mesa pic 9(2).
           03 vot-fecha pic 9(8).
           03 vot-hora pic 9(6).
           03 vot-operador pic x(12).
       FD  ESCRUTINIO-MESAS.
       01  escrutinio-reg.
           03 esc-mesa pic 9(2).
           03 esc-concepto pic x.
               88 esc-de-lista value "L".
               88 esc-blanco value "B".
               88 esc-nulo value "N".
           03 esc-lista pic 9(3).
           03 esc-votos pic 9(5).
       FD  ACTA.
       01  acta-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-padron-status pic xx.
       77  w-listas-status pic xx.
       77  w-votantes-status pic xx.
       77  w-escrutinio-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-cant-pad pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-pad-hallado pic 9 value 0.
           88 en-padron value 1.
       01  tab-padron.
           05 pad-ent occurs 1 to 2000 times
                   depending on w-cant-pad.
               07 tp-codigo pic 9(4).
               07 tp-nombre pic x(20).
               07 tp-mesa pic 9(2).
               07 tp-voto pic x.
       77  w-cant-mesas pic 9(2) value 0.
       77  w-cant-lis pic 9(2) value 0.
       77  w-l pic 9(2).
       01  tab-listas.
           05 listas-ent occurs 1 to 20 times
                   depending on w-cant-lis.
               07 tl-numero pic 9(3).
               07 tl-nombre pic x(30).
               07 tl-votos pic 9(5).
               07 tl-votos-total pic 9(6).
       77  w-cant-esc pic 9(4) value 0.
       77  w-e pic 9(4).
       77  w-k pic 9(4).
       01  tab-escrutinio.
           05 escrutinio-ent occurs 1 to 2500 times
                   depending on w-cant-esc.
               07 te-mesa pic 9(2).
               07 te-concepto pic x.
               07 te-lista pic 9(3).
               07 te-votos pic 9(5).
       77  w-carnet pic 9(4).
       77  w-mesa pic 9(2).
       77  w-m pic 9(3).
       77  w-numero pic 9(3).
       01  w-nombre pic x(30).
       77  w-blancos pic 9(6).
       77  w-nulos pic 9(6).
       77  w-habilitados pic 9(5).
       77  w-votantes pic 9(5).
       77  w-en-urna pic 9(6).
       77  w-validos pic 9(6).
       77  w-mesa-cargada pic 9 value 0.
           88 mesa-cargada value 1.
       77  w-tot-habilitados pic 9(6).
       77  w-tot-votantes pic 9(6).
       77  w-tot-blancos pic 9(6).
       77  w-tot-nulos pic 9(6).
       77  w-tot-en-urna pic 9(6).
       77  w-mesas-escrutadas pic 9(2).
       77  w-votos-lista pic 9(6).
       77  w-pct pic 9(3)v99.
       01  w-firmas pic x(60).
       01  w-pct-edit pic zz9.99.
       01  w-votos-edit pic zzzzz9.
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ESCRUTINIO" TO w-programa-log.
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
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 110-CARGAR-PADRON.
           IF w-cant-pad = 0
               DISPLAY "No hay padron generado: corra"
                   " PADRON-ASAMBLEA antes de la eleccion"
               STOP RUN
           END-IF.
           PERFORM 120-CARGAR-LISTAS.
           PERFORM 130-REPONER-VOTANTES.
           PERFORM 140-CARGAR-ESCRUTINIO.
           DISPLAY "Padron cargado: ", w-cant-pad, " habilitados en ",
               w-cant-mesas, " mesas".
       110-CARGAR-PADRON.
           MOVE 0 TO w-cant-pad.
           MOVE 0 TO w-cant-mesas.
           OPEN INPUT PADRON-DATOS.
           IF w-padron-status = "00"
               MOVE 0 TO w-sen
               READ PADRON-DATOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-pad < 2000
                       ADD 1 TO w-cant-pad
                       MOVE pd-codigo TO tp-codigo(w-cant-pad)
                       MOVE pd-nombre TO tp-nombre(w-cant-pad)
                       MOVE pd-mesa TO tp-mesa(w-cant-pad)
                       MOVE SPACE TO tp-voto(w-cant-pad)
                       IF pd-mesa > w-cant-mesas
                           MOVE pd-mesa TO w-cant-mesas
                       END-IF
                   END-IF
                   READ PADRON-DATOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PADRON-DATOS
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-LISTAS.
           MOVE 0 TO w-cant-lis.
           OPEN INPUT ELEC-LISTAS.
           IF w-listas-status = "00"
               MOVE 0 TO w-sen
               READ ELEC-LISTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-lis < 20
                       ADD 1 TO w-cant-lis
                       MOVE lis-numero TO tl-numero(w-cant-lis)
                       MOVE lis-nombre TO tl-nombre(w-cant-lis)
                   END-IF
                   READ ELEC-LISTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ELEC-LISTAS
           END-IF.
           MOVE 0 TO w-sen.
      * A restarted mesa terminal replays the voters already marked,
      * so nobody can vote twice.
       130-REPONER-VOTANTES.
           OPEN INPUT ELEC-VOTANTES.
           IF w-votantes-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ ELEC-VOTANTES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE vot-codigo TO w-carnet
               PERFORM 150-BUSCAR-EN-PADRON
               IF en-padron
                   MOVE "S" TO tp-voto(w-p)
               END-IF
               READ ELEC-VOTANTES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ELEC-VOTANTES.
           MOVE 0 TO w-sen.
       140-CARGAR-ESCRUTINIO.
           MOVE 0 TO w-cant-esc.
           OPEN INPUT ESCRUTINIO-MESAS.
           IF w-escrutinio-status = "00"
               MOVE 0 TO w-sen
               READ ESCRUTINIO-MESAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-esc
                   MOVE esc-mesa TO te-mesa(w-cant-esc)
                   MOVE esc-concepto TO te-concepto(w-cant-esc)
                   MOVE esc-lista TO te-lista(w-cant-esc)
                   MOVE esc-votos TO te-votos(w-cant-esc)
                   READ ESCRUTINIO-MESAS AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE ESCRUTINIO-MESAS
           END-IF.
           MOVE 0 TO w-sen.
       145-GRABAR-ESCRUTINIO.
           OPEN OUTPUT ESCRUTINIO-MESAS.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esc
               MOVE te-mesa(w-e) TO esc-mesa
               MOVE te-concepto(w-e) TO esc-concepto
               MOVE te-lista(w-e) TO esc-lista
               MOVE te-votos(w-e) TO esc-votos
               WRITE escrutinio-reg
           END-PERFORM.
           CLOSE ESCRUTINIO-MESAS.
       150-BUSCAR-EN-PADRON.
           MOVE 0 TO w-pad-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-pad OR en-padron
               IF tp-codigo(w-p) = w-carnet
                   MOVE 1 TO w-pad-hallado
               END-IF
           END-PERFORM.
           IF en-padron
               SUBTRACT 1 FROM w-p
           END-IF.
      * Voters on the padron of w-mesa and those of them marked.
       160-CONTAR-MESA.
           MOVE 0 TO w-habilitados.
           MOVE 0 TO w-votantes.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-pad
               IF tp-mesa(w-p) = w-mesa
                   ADD 1 TO w-habilitados
                   IF tp-voto(w-p) = "S"
                       ADD 1 TO w-votantes
                   END-IF
               END-IF
           END-PERFORM.
       200-MENU.
           DISPLAY "1- Iniciar eleccion y cargar listas"
           DISPLAY "2- Registrar votante en su mesa"
           DISPLAY "3- Cargar escrutinio de una mesa"
           DISPLAY "4- Imprimir actas de escrutinio"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-INICIAR-ELECCION
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 500-REGISTRAR-VOTANTE
               WHEN 3
                   PERFORM 600-CARGAR-ESCRUTINIO
               WHEN 4
                   PERFORM 700-IMPRIMIR-ACTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Clears the voters and tallies of the previous election and
      * takes the lists running in this one.
       400-INICIAR-ELECCION.
           DISPLAY "Se borran votantes y escrutinio de la eleccion"
               " anterior. Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-cant-lis.
           DISPLAY "Numero de lista (0 = terminar)".
           ACCEPT w-numero.
           PERFORM UNTIL w-numero = 0 OR w-cant-lis >= 20
               DISPLAY "Nombre de la lista"
               ACCEPT w-nombre
               ADD 1 TO w-cant-lis
               MOVE w-numero TO tl-numero(w-cant-lis)
               MOVE w-nombre TO tl-nombre(w-cant-lis)
               DISPLAY "Numero de lista (0 = terminar)"
               ACCEPT w-numero
           END-PERFORM.
           IF w-cant-lis = 0
               DISPLAY "Debe cargar al menos una lista"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ELEC-LISTAS.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               MOVE tl-numero(w-l) TO lis-numero
               MOVE tl-nombre(w-l) TO lis-nombre
               WRITE lista-reg
           END-PERFORM.
           CLOSE ELEC-LISTAS.
           OPEN OUTPUT ELEC-VOTANTES.
           CLOSE ELEC-VOTANTES.
           MOVE 0 TO w-cant-esc.
           PERFORM 145-GRABAR-ESCRUTINIO.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-pad
               MOVE SPACE TO tp-voto(w-p)
           END-PERFORM.
           DISPLAY "Eleccion iniciada con ", w-cant-lis, " listas".
       500-REGISTRAR-VOTANTE.
           IF w-cant-lis = 0
               DISPLAY "No hay listas cargadas: inicie la eleccion"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mesa".
           ACCEPT w-mesa.
           DISPLAY "Ingrese numero de carnet".
           ACCEPT w-carnet.
           PERFORM 150-BUSCAR-EN-PADRON.
           IF NOT en-padron
               DISPLAY "El carnet ", w-carnet,
                   " no figura en el padron"
               EXIT PARAGRAPH
           END-IF.
           IF tp-mesa(w-p) NOT = w-mesa
               DISPLAY "El socio vota en la mesa ", tp-mesa(w-p)
               EXIT PARAGRAPH
           END-IF.
           IF tp-voto(w-p) = "S"
               DISPLAY "*** EL SOCIO YA VOTO ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 610-BUSCAR-MESA-CARGADA.
           IF mesa-cargada
               DISPLAY "La mesa ya fue escrutada"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO tp-voto(w-p).
           OPEN EXTEND ELEC-VOTANTES.
           IF w-votantes-status = "35"
               OPEN OUTPUT ELEC-VOTANTES
               CLOSE ELEC-VOTANTES
               OPEN EXTEND ELEC-VOTANTES
           END-IF.
           MOVE w-carnet TO vot-codigo.
           MOVE w-mesa TO vot-mesa.
           MOVE w-hoy TO vot-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO vot-hora.
           MOVE w-operador TO vot-operador.
           WRITE votante-reg.
           CLOSE ELEC-VOTANTES.
           DISPLAY "Voto registrado: ", tp-nombre(w-p).
      * The tally is accepted only when the envelopes in the box
      * (lists, blank and null) equal the voters marked at the mesa.
       600-CARGAR-ESCRUTINIO.
           IF w-cant-lis = 0
               DISPLAY "No hay listas cargadas: inicie la eleccion"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mesa a escrutar".
           ACCEPT w-mesa.
           IF w-mesa = 0 OR w-mesa > w-cant-mesas
               DISPLAY "La mesa no existe"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 610-BUSCAR-MESA-CARGADA.
           IF mesa-cargada
               DISPLAY "La mesa ya fue escrutada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 160-CONTAR-MESA.
           MOVE 0 TO w-en-urna.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               DISPLAY "Votos lista ", tl-numero(w-l), " ",
                   tl-nombre(w-l)
               ACCEPT tl-votos(w-l)
               ADD tl-votos(w-l) TO w-en-urna
           END-PERFORM.
           DISPLAY "Votos en blanco".
           ACCEPT w-blancos.
           DISPLAY "Votos nulos".
           ACCEPT w-nulos.
           ADD w-blancos w-nulos TO w-en-urna.
           IF w-en-urna NOT = w-votantes
               DISPLAY "*** NO CIERRA: ", w-en-urna, " votos en urna"
                   " y ", w-votantes, " votantes marcados ***"
               DISPLAY "Recuente la mesa y vuelva a cargarla"
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-esc + w-cant-lis + 2 > 2500
               DISPLAY "Tabla de escrutinio completa"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               ADD 1 TO w-cant-esc
               MOVE w-mesa TO te-mesa(w-cant-esc)
               MOVE "L" TO te-concepto(w-cant-esc)
               MOVE tl-numero(w-l) TO te-lista(w-cant-esc)
               MOVE tl-votos(w-l) TO te-votos(w-cant-esc)
           END-PERFORM.
           ADD 1 TO w-cant-esc.
           MOVE w-mesa TO te-mesa(w-cant-esc).
           MOVE "B" TO te-concepto(w-cant-esc).
           MOVE 0 TO te-lista(w-cant-esc).
           MOVE w-blancos TO te-votos(w-cant-esc).
           ADD 1 TO w-cant-esc.
           MOVE w-mesa TO te-mesa(w-cant-esc).
           MOVE "N" TO te-concepto(w-cant-esc).
           MOVE 0 TO te-lista(w-cant-esc).
           MOVE w-nulos TO te-votos(w-cant-esc).
           PERFORM 145-GRABAR-ESCRUTINIO.
           DISPLAY "Escrutinio de la mesa ", w-mesa, " registrado".
       610-BUSCAR-MESA-CARGADA.
           MOVE 0 TO w-mesa-cargada.
           PERFORM VARYING w-e FROM 1 BY 1
                   UNTIL w-e > w-cant-esc OR mesa-cargada
               IF te-mesa(w-e) = w-mesa
                   MOVE 1 TO w-mesa-cargada
               END-IF
           END-PERFORM.
       700-IMPRIMIR-ACTAS.
           OPEN OUTPUT ACTA.
           MOVE 0 TO w-tot-habilitados.
           MOVE 0 TO w-tot-votantes.
           MOVE 0 TO w-tot-blancos.
           MOVE 0 TO w-tot-nulos.
           MOVE 0 TO w-tot-en-urna.
           MOVE 0 TO w-mesas-escrutadas.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               MOVE 0 TO tl-votos-total(w-l)
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cant-mesas
               MOVE w-m TO w-mesa
               PERFORM 710-ACTA-MESA
           END-PERFORM.
           PERFORM 750-ACTA-CONSOLIDADA.
           CLOSE ACTA.
           MOVE "acta-escrutinio.txt" TO w-rep-archivo.
           MOVE "ACTA-ESCRUTIN" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Actas impresas en acta-escrutinio.txt".
       710-ACTA-MESA.
           PERFORM 160-CONTAR-MESA.
           ADD w-habilitados TO w-tot-habilitados.
           ADD w-votantes TO w-tot-votantes.
           PERFORM 610-BUSCAR-MESA-CARGADA.
           MOVE SPACES TO w-linea.
           STRING "=== ACTA DE ESCRUTINIO - MESA " DELIMITED BY SIZE
               w-mesa DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "HABILITADOS: " DELIMITED BY SIZE
               w-habilitados DELIMITED BY SIZE
               "  VOTARON: " DELIMITED BY SIZE
               w-votantes DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           IF NOT mesa-cargada
               MOVE "MESA SIN ESCRUTAR" TO w-linea
               PERFORM 790-ESCRIBIR
               MOVE SPACES TO w-linea
               PERFORM 790-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-mesas-escrutadas.
           MOVE 0 TO w-blancos.
           MOVE 0 TO w-nulos.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               MOVE 0 TO tl-votos(w-l)
           END-PERFORM.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-esc
               IF te-mesa(w-e) = w-mesa
                   PERFORM 720-TOMAR-RENGLON
               END-IF
           END-PERFORM.
           ADD w-blancos TO w-tot-blancos.
           ADD w-nulos TO w-tot-nulos.
           MOVE w-blancos TO w-validos.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               ADD tl-votos(w-l) TO w-validos
               ADD tl-votos(w-l) TO tl-votos-total(w-l)
           END-PERFORM.
           COMPUTE w-en-urna = w-validos + w-nulos.
           ADD w-en-urna TO w-tot-en-urna.
           MOVE "PRESIDENTE DE MESA: ____________  FISCALES: ________"
               TO w-firmas.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               MOVE tl-votos(w-l) TO w-votos-lista
               PERFORM 730-LINEA-LISTA
           END-PERFORM.
           PERFORM 740-LINEAS-CIERRE.
       720-TOMAR-RENGLON.
           EVALUATE te-concepto(w-e)
               WHEN "B"
                   MOVE te-votos(w-e) TO w-blancos
               WHEN "N"
                   MOVE te-votos(w-e) TO w-nulos
               WHEN OTHER
                   PERFORM VARYING w-k FROM 1 BY 1
                           UNTIL w-k > w-cant-lis
                       IF tl-numero(w-k) = te-lista(w-e)
                           MOVE te-votos(w-e) TO tl-votos(w-k)
                       END-IF
                   END-PERFORM
           END-EVALUATE.
      * One line per lista with its votes from w-votos-lista and the
      * percentage over the valid votes of w-validos.
       730-LINEA-LISTA.
           MOVE 0 TO w-pct.
           IF w-validos > 0
               COMPUTE w-pct ROUNDED =
                   w-votos-lista * 100 / w-validos
           END-IF.
           MOVE w-pct TO w-pct-edit.
           MOVE w-votos-lista TO w-votos-edit.
           MOVE SPACES TO w-linea.
           STRING "LISTA " DELIMITED BY SIZE
               tl-numero(w-l) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tl-nombre(w-l) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-votos-edit DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-pct-edit DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
      * Blank, null, valid and total envelopes of the acta, from
      * w-blancos, w-nulos, w-validos and w-en-urna, and the
      * signature line of w-firmas.
       740-LINEAS-CIERRE.
           MOVE w-blancos TO w-votos-edit.
           MOVE SPACES TO w-linea.
           MOVE "VOTOS EN BLANCO" TO w-linea.
           MOVE w-votos-edit TO w-linea(45:6).
           PERFORM 790-ESCRIBIR.
           MOVE w-nulos TO w-votos-edit.
           MOVE SPACES TO w-linea.
           MOVE "VOTOS NULOS" TO w-linea.
           MOVE w-votos-edit TO w-linea(45:6).
           PERFORM 790-ESCRIBIR.
           MOVE w-validos TO w-votos-edit.
           MOVE SPACES TO w-linea.
           MOVE "VOTOS VALIDOS" TO w-linea.
           MOVE w-votos-edit TO w-linea(45:6).
           PERFORM 790-ESCRIBIR.
           MOVE w-en-urna TO w-votos-edit.
           MOVE SPACES TO w-linea.
           MOVE "TOTAL DE SOBRES EN URNA" TO w-linea.
           MOVE w-votos-edit TO w-linea(45:6).
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
           MOVE w-firmas TO w-linea.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
       750-ACTA-CONSOLIDADA.
           MOVE SPACES TO w-linea.
           STRING "=== ACTA DE ESCRUTINIO CONSOLIDADA AL "
               DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "MESAS ESCRUTADAS: " DELIMITED BY SIZE
               w-mesas-escrutadas DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               w-cant-mesas DELIMITED BY SIZE
               "  HABILITADOS: " DELIMITED BY SIZE
               w-tot-habilitados DELIMITED BY SIZE
               "  VOTARON: " DELIMITED BY SIZE
               w-tot-votantes DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE w-tot-blancos TO w-blancos.
           MOVE w-tot-nulos TO w-nulos.
           MOVE w-tot-blancos TO w-validos.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               ADD tl-votos-total(w-l) TO w-validos
           END-PERFORM.
           MOVE w-tot-en-urna TO w-en-urna.
           MOVE "JUNTA ELECTORAL: ____________  ____________" TO
               w-firmas.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               MOVE tl-votos-total(w-l) TO w-votos-lista
               PERFORM 730-LINEA-LISTA
           END-PERFORM.
           PERFORM 740-LINEAS-CIERRE.
       790-ESCRIBIR.
           MOVE w-linea TO acta-linea.
           WRITE acta-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM ESCRUTINIO.
