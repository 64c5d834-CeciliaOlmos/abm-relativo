      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-shot layout conversion for the domicilio broken
      *          down into calle, numero, piso, localidad and codigo
      *          postal in contactos.dat. Reads the file written with
      *          the previous layout (one free domicilio line) and
      *          writes convertido-contactos.dat with the current
      *          one, breaking each line down the way the desk was
      *          told to type it: "calle numero piso, localidad cp"
      *          (the cp may come in parentheses or after "CP").
      *          A line that does not follow that form keeps the free
      *          line, is flagged sin desglosar and is listed in
      *          contactos-sin-desglosar.txt for the desk to correct
      *          in CONTACTOS-MANT. Must be run once before any
      *          program of the new release opens contactos.dat; the
      *          operator then renames the converted file over the
      *          live one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-VIEJO ASSIGN TO w-entrada-nombre
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS contacto-codigo-viejo
           FILE STATUS IS w-entrada-status.
           SELECT CONTACTOS-NUEVO ASSIGN TO w-salida-nombre
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS contacto-codigo-nuevo
           FILE STATUS IS w-salida-status.
           SELECT SIN-DESGLOSAR
               ASSIGN TO "..\contactos-sin-desglosar.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACTOS-VIEJO.
       01  contacto-reg-viejo.
           03 contacto-codigo-viejo pic 9(4).
           03 contacto-domicilio-viejo pic x(40).
           03 contacto-telefono-viejo pic x(15).
           03 contacto-email-viejo pic x(40).
           03 contacto-fecha-nac-viejo pic 9(8).
       FD  CONTACTOS-NUEVO.
       01  contacto-reg-nuevo.
           03 contacto-codigo-nuevo pic 9(4).
           03 contacto-domicilio-nuevo pic x(40).
           03 contacto-telefono-nuevo pic x(15).
           03 contacto-email-nuevo pic x(40).
           03 contacto-fecha-nac-nuevo pic 9(8).
           03 contacto-postal-nuevo.
               05 contacto-calle-nuevo pic x(30).
               05 contacto-numero-nuevo pic x(6).
               05 contacto-piso-nuevo pic x(8).
               05 contacto-localidad-nuevo pic x(20).
               05 contacto-cp-nuevo pic x(8).
               05 contacto-dom-estado-nuevo pic x.
       FD  SIN-DESGLOSAR.
       01  sin-desglosar-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  w-entrada-nombre pic x(40).
       01  w-salida-nombre pic x(40).
       01  w-nombre-corto pic x(30).
       77  w-entrada-status pic xx.
       77  w-salida-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-total pic 9(5) value 0.
       77  w-desglosados pic 9(5) value 0.
       77  w-sin-desglosar pic 9(5) value 0.
       77  w-vacios pic 9(5) value 0.
       77  w-desglose-ok pic 9 value 0.
           88 desglose-ok value 1.
       01  w-parte-calle pic x(40).
       01  w-parte-localidad pic x(40).
       01  w-texto-partir pic x(40).
       77  w-cant-partes pic 9(2).
       77  w-cant-tok pic 9(2).
       77  w-t pic 9(2).
       77  w-tok-numero pic 9(2).
       77  w-tok-desde pic 9(2).
       77  w-tok-hasta pic 9(2).
       77  w-puntero pic 9(2).
       01  tab-tokens.
           05 w-tok pic x(40) occurs 10 times.
       01  w-union pic x(40).
       01  w-motivo pic x(24).
       01  w-linea pic x(80).
           COPY "CpyCodPostalWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONVERTIR.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyCodPostal.cpy.cbl".
       100-INICIO.
           DISPLAY "Archivo a convertir (vacio = contactos.dat)".
           ACCEPT w-nombre-corto.
           IF w-nombre-corto = SPACES
               MOVE "contactos.dat" TO w-nombre-corto
           END-IF.
           MOVE SPACES TO w-entrada-nombre.
           STRING "..\" DELIMITED BY SIZE
               FUNCTION TRIM(w-nombre-corto) DELIMITED BY SIZE
               INTO w-entrada-nombre
           END-STRING.
           MOVE SPACES TO w-salida-nombre.
           STRING "..\convertido-" DELIMITED BY SIZE
               FUNCTION TRIM(w-nombre-corto) DELIMITED BY SIZE
               INTO w-salida-nombre
           END-STRING.
           OPEN INPUT CONTACTOS-VIEJO.
           IF w-entrada-status NOT = "00"
               DISPLAY "No se pudo abrir ", w-entrada-nombre,
                   " (estado ", w-entrada-status, ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTACTOS-NUEVO.
           OPEN OUTPUT SIN-DESGLOSAR.
           MOVE "=== DOMICILIOS SIN DESGLOSAR (CORREGIR EN"
               & " CONTACTOS-MANT) ===" TO sin-desglosar-linea.
           WRITE sin-desglosar-linea.
           DISPLAY "Convirtiendo ", w-entrada-nombre, " en ",
               w-salida-nombre.
       200-CONVERTIR.
           MOVE 0 TO w-sen.
           READ CONTACTOS-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-sen
           END-READ.
           PERFORM UNTIL fin-arch
               PERFORM 210-COPIAR-CONTACTO
               READ CONTACTOS-VIEJO NEXT RECORD
                   AT END MOVE 1 TO w-sen
               END-READ
           END-PERFORM.
       210-COPIAR-CONTACTO.
           MOVE contacto-codigo-viejo TO contacto-codigo-nuevo.
           MOVE contacto-domicilio-viejo TO contacto-domicilio-nuevo.
           MOVE contacto-telefono-viejo TO contacto-telefono-nuevo.
           MOVE contacto-email-viejo TO contacto-email-nuevo.
           MOVE contacto-fecha-nac-viejo TO contacto-fecha-nac-nuevo.
           MOVE SPACES TO contacto-postal-nuevo.
      * A contact without a domicilio (never given, or suppressed by
      * HABEAS-DATA) has nothing to break down and is not flagged.
           IF contacto-domicilio-viejo = SPACES
               ADD 1 TO w-vacios
           ELSE
               PERFORM 300-DESGLOSAR
               IF desglose-ok
                   MOVE "S" TO contacto-dom-estado-nuevo
                   ADD 1 TO w-desglosados
               ELSE
                   MOVE SPACES TO contacto-postal-nuevo
                   MOVE "N" TO contacto-dom-estado-nuevo
                   ADD 1 TO w-sin-desglosar
                   MOVE SPACES TO w-linea
                   STRING contacto-codigo-viejo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       contacto-domicilio-viejo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       w-motivo DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO sin-desglosar-linea
                   WRITE sin-desglosar-linea
               END-IF
           END-IF.
           WRITE contacto-reg-nuevo.
           ADD 1 TO w-total.
      * The comma splits the street side from the localidad side.
      * On the street side the numero is the first word, after the
      * first, that starts with a digit (or S/N); what follows it is
      * piso and departamento. On the localidad side the codigo
      * postal is the last word, or the first when typed ahead.
       300-DESGLOSAR.
           MOVE 0 TO w-desglose-ok.
           MOVE SPACES TO w-parte-calle.
           MOVE SPACES TO w-parte-localidad.
           MOVE 0 TO w-cant-partes.
           UNSTRING contacto-domicilio-viejo DELIMITED BY ","
               INTO w-parte-calle w-parte-localidad
               TALLYING IN w-cant-partes
           END-UNSTRING.
           IF w-cant-partes < 2 OR w-parte-localidad = SPACES
               MOVE "FALTA LA LOCALIDAD" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310-PARTIR-CALLE.
           IF w-tok-numero = 0
               MOVE "FALTA EL NUMERO" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-tok-desde.
           COMPUTE w-tok-hasta = w-tok-numero - 1.
           PERFORM 330-UNIR-TOKENS.
           IF FUNCTION LENGTH(FUNCTION TRIM(w-union)) > 30
               MOVE "CALLE DEMASIADO LARGA" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE w-union TO contacto-calle-nuevo.
           IF FUNCTION LENGTH(FUNCTION TRIM(w-tok(w-tok-numero))) > 6
               MOVE "NUMERO INVALIDO" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE w-tok(w-tok-numero) TO contacto-numero-nuevo.
           COMPUTE w-tok-desde = w-tok-numero + 1.
           MOVE w-cant-tok TO w-tok-hasta.
           PERFORM 330-UNIR-TOKENS.
           IF FUNCTION LENGTH(FUNCTION TRIM(w-union)) > 8
               MOVE "PISO/DEPTO INVALIDO" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE w-union TO contacto-piso-nuevo.
           PERFORM 320-PARTIR-LOCALIDAD.
           IF NOT cp-valido
               MOVE "FALTA EL CODIGO POSTAL" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           IF w-union = SPACES
               MOVE "FALTA LA LOCALIDAD" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(w-union)) > 20
               MOVE "LOCALIDAD MUY LARGA" TO w-motivo
               EXIT PARAGRAPH
           END-IF.
           MOVE w-union TO contacto-localidad-nuevo.
           MOVE w-cp-validar TO contacto-cp-nuevo.
           MOVE 1 TO w-desglose-ok.
       310-PARTIR-CALLE.
           MOVE w-parte-calle TO w-texto-partir.
           PERFORM 315-TOKENIZAR.
           MOVE 0 TO w-tok-numero.
           PERFORM VARYING w-t FROM 2 BY 1
                   UNTIL w-t > w-cant-tok OR w-tok-numero > 0
               IF w-tok(w-t)(1:1) IS NUMERIC OR
                  FUNCTION UPPER-CASE(w-tok(w-t)) = "S/N"
                   MOVE w-t TO w-tok-numero
               END-IF
           END-PERFORM.
       315-TOKENIZAR.
           MOVE SPACES TO tab-tokens.
           MOVE 0 TO w-cant-tok.
           UNSTRING FUNCTION TRIM(w-texto-partir)
               DELIMITED BY ALL SPACES
               INTO w-tok(1) w-tok(2) w-tok(3) w-tok(4) w-tok(5)
                    w-tok(6) w-tok(7) w-tok(8) w-tok(9) w-tok(10)
               TALLYING IN w-cant-tok
           END-UNSTRING.
       320-PARTIR-LOCALIDAD.
           INSPECT w-parte-localidad REPLACING ALL "(" BY SPACE
               ALL ")" BY SPACE.
           MOVE w-parte-localidad TO w-texto-partir.
           PERFORM 315-TOKENIZAR.
           MOVE w-tok(w-cant-tok) TO w-cp-validar.
           PERFORM 943-VALIDAR-CP.
           IF cp-valido
               MOVE 1 TO w-tok-desde
               COMPUTE w-tok-hasta = w-cant-tok - 1
               IF w-tok-hasta > 0
                   IF FUNCTION UPPER-CASE(w-tok(w-tok-hasta)) = "CP"
                      OR FUNCTION UPPER-CASE(w-tok(w-tok-hasta))
                         = "C.P."
                       SUBTRACT 1 FROM w-tok-hasta
                   END-IF
               END-IF
           ELSE
               MOVE w-tok(1) TO w-cp-validar
               PERFORM 943-VALIDAR-CP
               MOVE 2 TO w-tok-desde
               MOVE w-cant-tok TO w-tok-hasta
           END-IF.
           PERFORM 330-UNIR-TOKENS.
      * Joins w-tok(w-tok-desde) .. w-tok(w-tok-hasta) with one space
      * into w-union.
       330-UNIR-TOKENS.
           MOVE SPACES TO w-union.
           MOVE 1 TO w-puntero.
           PERFORM VARYING w-t FROM w-tok-desde BY 1
                   UNTIL w-t > w-tok-hasta
               IF w-puntero > 1
                   STRING " " DELIMITED BY SIZE
                       INTO w-union WITH POINTER w-puntero
                   END-STRING
               END-IF
               STRING w-tok(w-t) DELIMITED BY SPACE
                   INTO w-union WITH POINTER w-puntero
               END-STRING
           END-PERFORM.
       800-FIN.
           CLOSE CONTACTOS-VIEJO.
           CLOSE CONTACTOS-NUEVO.
           CLOSE SIN-DESGLOSAR.
           DISPLAY "Conversion finalizada: ", w-total,
               " contactos copiados".
           DISPLAY "Domicilios desglosados: ", w-desglosados.
           DISPLAY "Sin desglosar (ver contactos-sin-desglosar.txt): ",
               w-sin-desglosar.
           DISPLAY "Sin domicilio: ", w-vacios.
           DISPLAY "Renombre ", w-salida-nombre, " sobre ",
               w-entrada-nombre, " para activar el nuevo formato".
       END PROGRAM CONVIERTE-CONTACTOS.
