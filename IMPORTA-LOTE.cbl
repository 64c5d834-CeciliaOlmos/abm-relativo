      *          reports counts, would-be synonyms and the exception
      *          list to importacion-simulacion.txt without touching
      *          arch.dat, so the board can approve the load before
      *          the apply run. Each record carries the DNI, CUIL or
      *          passport of the person; one missing, invalid or
      *          already in identidades.dat under any code is
      *          rejected with that code and its estado, and the
      *          apply run registers the documents it loads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAMETROS-AL ASSIGN TO "..\parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-parametros-status-al.
           COPY "CpyIdentidades.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
       01  lote-reg.
           03 lote-codigo pic 9(4).
           03 lote-nombre pic x(20).
           03 lote-doc-tipo pic x.
           03 lote-doc-numero pic x(11).
       FD  EXCEPCIONES-LOTE.
       01  excepcion-reg.
           03 exc-codigo pic 9(4).
       01  parametro-al-reg.
           03 param-al-clave pic x(20).
           03 param-al-valor pic 9(6).
           COPY "CpyIdentidadesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-sen pic 9 value 0.
           88 fin-parametros-al value 1.
       77  w-rechazos-alerta pic 9(4) value 10.
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           IF modo-aplicar
               PERFORM 955-ABRIR-IDX
               PERFORM 961-ABRIR-IDENTIDADES
           ELSE
               OPEN INPUT SOCIOS-IDX
               OPEN INPUT IDENTIDADES
           END-IF.
           MOVE "IMPORTA-LOTE" TO w-idn-operador.
      * The simulation consumes the free-slot count the way the
      * apply run consumes real slots, so a lot with more synonyms
      * than free slots reports SIN LUGAR for the excess instead of
                       MOVE SPACES TO soc-sucursal
                       REWRITE soc-reg
                       PERFORM 960-SINCRONIZAR-IDX
                       MOVE lote-codigo TO w-idn-codigo
                       PERFORM 964-REGISTRAR-DOCUMENTO
                       ADD 1 TO w-contador
                   END-IF
               ELSE
                   IF NOT nombre-valido
                       MOVE "NOMBRE INVALIDO" TO w-error-razon
                       MOVE 0 TO w-lote-valido
                   ELSE
                       PERFORM 306-VALIDAR-DOCUMENTO
                   END-IF
               END-IF
           END-IF.
      * A blank type is taken as DNI, the usual case in the rosters
      * of the partner clubs.
       306-VALIDAR-DOCUMENTO.
           IF lote-doc-numero = SPACES
               MOVE "SIN DOCUMENTO" TO w-error-razon
               MOVE 0 TO w-lote-valido
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(lote-doc-tipo) TO w-idn-tipo.
           IF w-idn-tipo = SPACE
               MOVE "D" TO w-idn-tipo
           END-IF.
           MOVE lote-doc-numero TO w-idn-entrada.
           PERFORM 962-VALIDAR-DOCUMENTO.
           IF NOT documento-valido
               MOVE "DOCUMENTO INVALIDO" TO w-error-razon
               MOVE 0 TO w-lote-valido
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               MOVE SPACES TO w-error-razon
               STRING "DOC. DE SOCIO " DELIMITED BY SIZE
                   w-idn-codigo-hallado DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   w-idn-situacion DELIMITED BY SIZE
                   INTO w-error-razon
               END-STRING
               MOVE 0 TO w-lote-valido
           END-IF.
      * In simulation the rejects go only to the report: the
      * exceptions file is the worked queue REPROCESA-RECHAZOS
      * manages and a dry run must not truncate it.
           END-IF.
       COPY "CpyValidarNombre.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       320-UBICAR-SINONIMO.
           IF w-posicion-nula = 0
               DISPLAY "NO HAY LUGAR, se omite el socio ", lote-codigo
               MOVE w-posicion-nula TO soc-puntero
               REWRITE soc-reg
               PERFORM 960-SINCRONIZAR-IDX
               MOVE lote-codigo TO w-idn-codigo
               PERFORM 964-REGISTRAR-DOCUMENTO
               PERFORM 330-REINICIO-OFICINA
               ADD 1 TO w-contador
           END-IF.
               PERFORM 957-CERRAR-IDX
               DISPLAY "Importacion de lote finalizada"
           END-IF.
           IF modo-simulacion
               CLOSE SOCIOS-IDX
           END-IF.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE SOCIOS.
           CLOSE PADRON-EXTERNO-LOTE.
           IF modo-aplicar
