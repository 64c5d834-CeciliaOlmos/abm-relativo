      ******************************************************************
      * Author:
      * Date:
      * Purpose: Admission workflow ahead of TABLA-HASH's ALTA. The
      *          desk registers the application (applicant, requested
      *          code, categoria, sucursal and the two presentantes,
      *          each checked against arch-idx.dat to be activo with
      *          at least a year of soc-fecha-alta), records the day
      *          it was posted on the notice board and any objection
      *          received, and a supervisor records the decision of
      *          the comision directiva once the objection period
      *          (INGRESO-DIAS-OBJEC parameter, default 15) has
      *          run. Only an approved application lets the ALTA take
      *          the code. The pending applicants are printed for the
      *          notice board in solicitudes-pendientes.txt, filed
      *          as a dated copy in the report repository
      *          (CONSULTA-INFORMES). A
      *          file that outgrows the table is left untouched and
      *          only the listings are offered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUDES-INGRESO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpySolIngreso.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT SUCURSALES-MANT ASSIGN TO "..\sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sucursales-status.
           SELECT CARTELERA ASSIGN TO "..\solicitudes-pendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpySolIngresoReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  SUCURSALES-MANT.
       01  suc-mant-reg.
           03 sm-codigo pic xxx.
           03 sm-nombre pic x(11).
       FD  CARTELERA.
       01  cartelera-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-parametros-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-umbral-antiguedad pic 9(8).
       77  w-dias-objecion pic 9(3) value 15.
       77  w-hoy-juliano pic 9(7).
       77  w-pub-juliano pic 9(7).
       77  w-numero pic 9(5).
       77  w-codigo pic 9(4).
       77  w-presentante pic 9(4).
       77  w-pres-ok pic 9 value 0.
           88 presentante-valido value 1.
       01  w-nombre pic x(20).
       01  w-categoria pic x.
       01  w-sucursal pic xxx.
       77  w-pres-1 pic 9(4).
       77  w-pres-2 pic 9(4).
       77  w-respuesta pic x.
       77  w-codigo-tomado pic 9 value 0.
           88 codigo-tomado value 1.
       77  w-cant-suc pic 99 value 0.
       77  w-suc-i pic 99.
       77  w-suc-valida pic 9.
           88 sucursal-valida value 1.
       01  vec-suc.
           03 suc-entry occurs 1 to 50 times
                   depending on w-cant-suc.
               05 cod-suc pic xxx.
       77  w-pendientes pic 9(3) value 0.
       01  w-linea pic x(80).
           COPY "CpySolIngresoWS.cpy.cbl".
           COPY "CpyValidarNombreWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SOL-INGRESO" TO w-programa-log.
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
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyValidarNombre.cpy.cbl".
       COPY "CpySolIngresoTab.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           COMPUTE w-umbral-antiguedad = w-hoy - 10000.
           COMPUTE w-hoy-juliano = FUNCTION INTEGER-OF-DATE(w-hoy).
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
                   " MIGRAR-A-INDEXADO"
               STOP RUN
           END-IF.
           PERFORM 105-LEER-PARAMETRO.
           PERFORM 110-CARGAR-SUCURSALES.
           PERFORM 990-CARGAR-SOLICITUDES.
       105-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "INGRESO-DIAS-OBJEC"
                       MOVE param-valor TO w-dias-objecion
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       110-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen-aux
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-suc < 50
                       ADD 1 TO w-cant-suc
                       MOVE sm-codigo TO cod-suc(w-cant-suc)
                   END-IF
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           MOVE 0 TO w-sen-aux.
       200-MENU.
           DISPLAY "1- Registrar solicitud de ingreso"
           DISPLAY "2- Registrar publicacion en cartelera"
           DISPLAY "3- Registrar objecion"
           DISPLAY "4- Resolucion de la comision directiva"
           DISPLAY "5- Listar solicitudes"
           DISPLAY "6- Imprimir pendientes para la cartelera"
           DISPLAY "7- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           IF solicitudes-desbordadas AND w-llave-menu >= 1 AND
              w-llave-menu <= 4
               DISPLAY "Depure solicitudes-ingreso.dat antes de"
                   " registrar novedades"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR-SOLICITUD
               WHEN 2
                   PERFORM 500-REGISTRAR-PUBLICACION
               WHEN 3
                   PERFORM 550-REGISTRAR-OBJECION
               WHEN 4
                   IF nivel-supervisor
                       PERFORM 600-RESOLVER
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 5
                   PERFORM 700-LISTAR
               WHEN 6
                   PERFORM 750-IMPRIMIR-CARTELERA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-SOLICITUD.
           DISPLAY "Ingrese codigo de socio solicitado".
           ACCEPT w-codigo.
           IF w-codigo = 0
               DISPLAY "El codigo no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-codigo TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El codigo ya pertenece al socio ",
                       soc-idx-nombre
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 420-VERIFICAR-CODIGO-EN-CURSO.
           IF codigo-tomado
               DISPLAY "El codigo ya esta pedido en otra solicitud"
                   " en curso"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-nombre-ok.
           PERFORM UNTIL nombre-valido
               DISPLAY "Ingrese el nombre del solicitante"
               ACCEPT w-nombre
               MOVE w-nombre TO w-nombre-validar
               PERFORM 980-VALIDAR-NOMBRE
               IF NOT nombre-valido
                   DISPLAY "Nombre invalido"
               END-IF
           END-PERFORM.
           DISPLAY "Ingrese categoria solicitada"
               " (A/V/H/C-Cadete/T-Temporario)".
           ACCEPT w-categoria.
           PERFORM 430-PEDIR-SUCURSAL.
           DISPLAY "Ingrese codigo del primer presentante".
           ACCEPT w-pres-1.
           MOVE w-pres-1 TO w-presentante.
           PERFORM 440-VALIDAR-PRESENTANTE.
           IF NOT presentante-valido
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese codigo del segundo presentante".
           ACCEPT w-pres-2.
           IF w-pres-2 = w-pres-1
               DISPLAY "Los dos presentantes deben ser distintos"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-pres-2 TO w-presentante.
           PERFORM 440-VALIDAR-PRESENTANTE.
           IF NOT presentante-valido
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-sol >= 300
               DISPLAY "Tabla de solicitudes completa"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-numero.
           ADD 1 TO w-cant-sol.
           MOVE w-ultimo-numero TO tsi-numero(w-cant-sol).
           MOVE w-codigo TO tsi-codigo(w-cant-sol).
           MOVE w-nombre TO tsi-nombre(w-cant-sol).
           MOVE w-categoria TO tsi-categoria(w-cant-sol).
           MOVE w-sucursal TO tsi-sucursal(w-cant-sol).
           MOVE w-pres-1 TO tsi-pres-1(w-cant-sol).
           MOVE w-pres-2 TO tsi-pres-2(w-cant-sol).
           MOVE w-hoy TO tsi-fecha-sol(w-cant-sol).
           MOVE 0 TO tsi-fecha-pub(w-cant-sol).
           MOVE SPACES TO tsi-objecion(w-cant-sol).
           MOVE 0 TO tsi-fecha-res(w-cant-sol).
           MOVE SPACES TO tsi-acta(w-cant-sol).
           MOVE "P" TO tsi-estado(w-cant-sol).
           MOVE w-operador TO tsi-operador(w-cant-sol).
           PERFORM 991-GRABAR-SOLICITUDES.
           DISPLAY "Solicitud registrada con el numero ",
               w-ultimo-numero, "; publiquela en la cartelera".
       420-VERIFICAR-CODIGO-EN-CURSO.
           MOVE 0 TO w-codigo-tomado.
           PERFORM VARYING w-si FROM 1 BY 1
                   UNTIL w-si > w-cant-sol OR codigo-tomado
               IF tsi-codigo(w-si) = w-codigo AND
                  (tsi-estado(w-si) = "P" OR tsi-estado(w-si) = "O"
                   OR tsi-estado(w-si) = "A")
                   MOVE 1 TO w-codigo-tomado
               END-IF
           END-PERFORM.
       430-PEDIR-SUCURSAL.
           IF w-cant-suc = 0
               MOVE SPACES TO w-sucursal
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-suc-valida.
           PERFORM UNTIL sucursal-valida
               DISPLAY "Ingrese sucursal (sede) del solicitante"
               ACCEPT w-sucursal
               PERFORM VARYING w-suc-i FROM 1 BY 1
                       UNTIL w-suc-i > w-cant-suc OR sucursal-valida
                   IF cod-suc(w-suc-i) = w-sucursal
                       MOVE 1 TO w-suc-valida
                   END-IF
               END-PERFORM
               IF NOT sucursal-valida
                   DISPLAY "Sucursal inexistente"
               END-IF
           END-PERFORM.
      * A presentante must be an activo socio whose soc-fecha-alta is
      * at least one year old today, as the statute requires.
       440-VALIDAR-PRESENTANTE.
           MOVE 0 TO w-pres-ok.
           MOVE w-presentante TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   DISPLAY "El presentante ", w-presentante,
                       " no se encuentra registrado"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT idx-socio-activo
               DISPLAY "El presentante ", w-presentante,
                   " no es socio activo"
               EXIT PARAGRAPH
           END-IF.
           IF soc-idx-fecha-alta > w-umbral-antiguedad
               DISPLAY "El presentante ", w-presentante,
                   " no tiene un anio de antiguedad (alta ",
                   soc-idx-fecha-alta, ")"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-pres-ok.
           DISPLAY "Presentante ", w-presentante, " ",
               soc-idx-nombre, " aceptado".
       450-BUSCAR-SOLICITUD.
           DISPLAY "Ingrese numero de solicitud".
           ACCEPT w-numero.
           MOVE 0 TO w-sol-hallada.
           PERFORM VARYING w-si FROM 1 BY 1
                   UNTIL w-si > w-cant-sol OR solicitud-hallada
               IF tsi-numero(w-si) = w-numero
                   MOVE 1 TO w-sol-hallada
               END-IF
           END-PERFORM.
           IF solicitud-hallada
               SUBTRACT 1 FROM w-si
           ELSE
               DISPLAY "Solicitud inexistente"
           END-IF.
       500-REGISTRAR-PUBLICACION.
           PERFORM 450-BUSCAR-SOLICITUD.
           IF NOT solicitud-hallada
               EXIT PARAGRAPH
           END-IF.
           IF tsi-estado(w-si) NOT = "P"
               DISPLAY "La solicitud no esta pendiente de publicacion"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-hoy TO tsi-fecha-pub(w-si).
           MOVE "O" TO tsi-estado(w-si).
           PERFORM 991-GRABAR-SOLICITUDES.
           DISPLAY "Publicada el ", w-hoy, "; plazo de objeciones: ",
               w-dias-objecion, " dias".
       550-REGISTRAR-OBJECION.
           PERFORM 450-BUSCAR-SOLICITUD.
           IF NOT solicitud-hallada
               EXIT PARAGRAPH
           END-IF.
           IF tsi-estado(w-si) NOT = "O"
               DISPLAY "Solo se objeta una solicitud publicada"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese la objecion recibida (resumen)".
           ACCEPT tsi-objecion(w-si).
           PERFORM 991-GRABAR-SOLICITUDES.
           DISPLAY "Objecion registrada para la comision directiva".
      * The decision is taken only once the posting has stood for
      * the whole objection period; an objection on file is shown so
      * the board decides knowing it.
       600-RESOLVER.
           PERFORM 450-BUSCAR-SOLICITUD.
           IF NOT solicitud-hallada
               EXIT PARAGRAPH
           END-IF.
           IF tsi-estado(w-si) NOT = "O"
               DISPLAY "La solicitud no fue publicada o ya esta"
                   " resuelta"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-pub-juliano =
               FUNCTION INTEGER-OF-DATE(tsi-fecha-pub(w-si)).
           IF w-hoy-juliano - w-pub-juliano < w-dias-objecion
               DISPLAY "El plazo de objeciones vence ",
                   w-dias-objecion, " dias despues del ",
                   tsi-fecha-pub(w-si)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Solicitante: ", tsi-nombre(w-si),
               " codigo ", tsi-codigo(w-si).
           IF tsi-objecion(w-si) NOT = SPACES
               DISPLAY "OBJECION: ", tsi-objecion(w-si)
           END-IF.
           DISPLAY "Decision: A-Aprobada / R-Rechazada".
           ACCEPT w-respuesta.
           MOVE FUNCTION UPPER-CASE(w-respuesta) TO w-respuesta.
           IF w-respuesta NOT = "A" AND w-respuesta NOT = "R"
               DISPLAY "Decision invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese referencia del acta de la comision".
           ACCEPT tsi-acta(w-si).
           MOVE w-respuesta TO tsi-estado(w-si).
           MOVE w-hoy TO tsi-fecha-res(w-si).
           PERFORM 991-GRABAR-SOLICITUDES.
           IF w-respuesta = "A"
               DISPLAY "Solicitud aprobada: dar el alta del codigo ",
                   tsi-codigo(w-si), " en TABLA-HASH"
           ELSE
               DISPLAY "Solicitud rechazada"
           END-IF.
       700-LISTAR.
           IF w-cant-sol = 0
               DISPLAY "No hay solicitudes registradas"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-si FROM 1 BY 1 UNTIL w-si > w-cant-sol
               DISPLAY tsi-numero(w-si), " ", tsi-codigo(w-si), " ",
                   tsi-nombre(w-si), " PRES ", tsi-pres-1(w-si),
                   "/", tsi-pres-2(w-si),
                   " PUB ", tsi-fecha-pub(w-si),
                   " EST ", tsi-estado(w-si),
                   " ACTA ", tsi-acta(w-si)
           END-PERFORM.
       750-IMPRIMIR-CARTELERA.
           MOVE 0 TO w-pendientes.
           OPEN OUTPUT CARTELERA.
           MOVE SPACES TO w-linea.
           STRING "SOLICITUDES DE INGRESO EN TRAMITE - " DELIMITED
               BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO cartelera-linea.
           WRITE cartelera-linea.
           MOVE "Las objeciones se presentan por escrito ante la"
               & " comision directiva" TO cartelera-linea.
           WRITE cartelera-linea.
           MOVE SPACES TO cartelera-linea.
           WRITE cartelera-linea.
           MOVE "NRO   SOLICITANTE          PRESENTANTES  PUBLICADA"
               TO cartelera-linea.
           WRITE cartelera-linea.
           PERFORM VARYING w-si FROM 1 BY 1 UNTIL w-si > w-cant-sol
               IF tsi-estado(w-si) = "P" OR tsi-estado(w-si) = "O"
                   ADD 1 TO w-pendientes
                   MOVE SPACES TO w-linea
                   STRING tsi-numero(w-si) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       tsi-nombre(w-si) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       tsi-pres-1(w-si) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       tsi-pres-2(w-si) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       tsi-fecha-pub(w-si) DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO cartelera-linea
                   WRITE cartelera-linea
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DE SOLICITUDES EN TRAMITE: " DELIMITED BY SIZE
               w-pendientes DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO cartelera-linea.
           WRITE cartelera-linea.
           CLOSE CARTELERA.
           MOVE "solicitudes-pendientes.txt" TO w-rep-archivo.
           MOVE "SOL-PENDIENTES" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Lista impresa en solicitudes-pendientes.txt".
       800-FIN.
           CLOSE SOCIOS-IDX.
           DISPLAY "Gestion de solicitudes de ingreso finalizada".
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM SOLICITUDES-INGRESO.
