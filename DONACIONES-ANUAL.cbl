      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end donations run. For the requested year it
      *          takes every donation of donaciones.dat that was not
      *          annulled and groups it by donor (the socio, or the
      *          external donor by CUIT). Each donor gets a
      *          certificate with the receipts of the year, the goods
      *          received in kind and the totals in money and in
      *          kind, printed with the signature block into
      *          certificados-donacion.txt. The informative listing
      *          for the tax authority, one line per donor with CUIT,
      *          count and amounts, goes to donaciones-anual.txt, with
      *          the donors that have no CUIT on file flagged so it
      *          can be asked for before filing; the same data goes
      *          to the fixed-layout donaciones-fisco.dat for the
      *          authority's import tool, one row per donor and kind
      *          (money or goods). Documento 80 is a CUIT, 99 a donor
      *          without document.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONACIONES-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyDonaciones.cpy.cbl".
           SELECT CERTIFICADOS-DON
               ASSIGN TO "..\certificados-donacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTADO-DON ASSIGN TO "..\donaciones-anual.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DON-FISCO ASSIGN TO "..\donaciones-fisco.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyDonacionesReg.cpy.cbl".
       FD  CERTIFICADOS-DON.
       01  certificado-linea pic x(80).
       FD  LISTADO-DON.
       01  listado-linea pic x(100).
      * One row per donor and kind of donation, in the fixed layout of
      * the import tool. Tipo "D" is money (cash, cheque or
      * transfer), "E" goods in kind at the value they were received.
       FD  DON-FISCO.
       01  don-fisco-reg.
           03 dfi-anio pic 9(4).
           03 dfi-doc-tipo pic 9(2).
           03 dfi-doc-nro pic x(20).
           03 dfi-nombre pic x(30).
           03 dfi-tipo pic x.
           03 dfi-cantidad pic 9(5).
           03 dfi-importe pic 9(13)v99.
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-donaciones-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-anio pic 9(4).
       77  w-hoy pic 9(8).
      * The year's donations, sorted by donor and date.
       77  w-cant-don pic 9(5) value 0.
       77  w-d pic 9(5).
       01  tab-donaciones.
           05 don-ent occurs 1 to 20000 times
                   depending on w-cant-don.
               07 tdn-clave pic x(31).
               07 tdn-fecha pic 9(8).
               07 tdn-numero pic 9(6).
               07 tdn-socio pic 9(4).
               07 tdn-cuit pic x(13).
               07 tdn-nombre pic x(30).
               07 tdn-forma pic x.
                   88 tdn-especie value "S".
               07 tdn-descripcion pic x(30).
               07 tdn-monto pic 9(9)v99.
               07 tdn-fondo pic x(12).
       01  w-clave pic x(31).
       01  w-clave-socio redefines w-clave.
           03 w-clave-tipo pic x.
           03 w-clave-codigo pic 9(4).
           03 filler pic x(26).
      * The donor being certified.
       77  w-desde pic 9(5).
       77  w-hasta pic 9(5).
       77  w-socio pic 9(4).
       01  w-cuit pic x(13).
       01  w-nombre pic x(30).
       77  w-don-dinero pic 9(11)v99.
       77  w-don-especie pic 9(11)v99.
       77  w-cant-dinero pic 9(5).
       77  w-cant-especie pic 9(5).
       77  w-donantes pic 9(5) value 0.
       77  w-sin-cuit pic 9(5) value 0.
       77  w-tot-dinero pic 9(13)v99 value 0.
       77  w-tot-especie pic 9(13)v99 value 0.
       01  w-forma-desc pic x(13).
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-especie-edit pic zzzzzzzzzz9.99.
       01  w-linea pic x(100).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-DONACIONES.
           IF w-cant-don > 1
               SORT don-ent ASCENDING tdn-clave tdn-fecha tdn-numero
           END-IF.
           PERFORM 300-PROCESAR-DONANTES.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE 0 TO w-anio.
           PERFORM UNTIL w-anio > 1900
               DISPLAY "Anio de las donaciones (AAAA)"
               ACCEPT w-anio
           END-PERFORM.
           OPEN OUTPUT CERTIFICADOS-DON.
           OPEN OUTPUT LISTADO-DON.
           OPEN OUTPUT DON-FISCO.
           MOVE SPACES TO w-linea.
           STRING "=== DONACIONES RECIBIDAS EN EL ANIO " DELIMITED BY
               SIZE
               w-anio DELIMITED BY SIZE
               " - REGIMEN INFORMATIVO ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "CUIT" TO w-linea(1:4).
           MOVE "DONANTE" TO w-linea(15:7).
           MOVE "CANT" TO w-linea(47:4).
           MOVE "EN DINERO" TO w-linea(59:9).
           MOVE "EN ESPECIE" TO w-linea(74:10).
           PERFORM 390-ESCRIBIR.
      * A socio donor is one donor whatever CUIT each receipt shows;
      * an external donor is known by the CUIT, or by the name when
      * the CUIT was not taken.
       200-CARGAR-DONACIONES.
           MOVE 0 TO w-cant-don.
           OPEN INPUT DONACIONES.
           IF w-donaciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ DONACIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF don-fecha(1:4) = w-anio AND donacion-vigente AND
                  w-cant-don < 20000
                   PERFORM 210-AGREGAR-DONACION
               END-IF
               READ DONACIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DONACIONES.
           MOVE 0 TO w-sen.
       210-AGREGAR-DONACION.
           MOVE SPACES TO w-clave.
           EVALUATE TRUE
               WHEN don-socio NOT = 0
                   MOVE "S" TO w-clave-tipo
                   MOVE don-socio TO w-clave-codigo
               WHEN don-cuit NOT = SPACES
                   STRING "C" DELIMITED BY SIZE
                       don-cuit DELIMITED BY SIZE
                       INTO w-clave
                   END-STRING
               WHEN OTHER
                   STRING "N" DELIMITED BY SIZE
                       don-nombre DELIMITED BY SIZE
                       INTO w-clave
                   END-STRING
           END-EVALUATE.
           ADD 1 TO w-cant-don.
           MOVE w-clave TO tdn-clave(w-cant-don).
           MOVE don-fecha TO tdn-fecha(w-cant-don).
           MOVE don-numero TO tdn-numero(w-cant-don).
           MOVE don-socio TO tdn-socio(w-cant-don).
           MOVE don-cuit TO tdn-cuit(w-cant-don).
           MOVE don-nombre TO tdn-nombre(w-cant-don).
           MOVE don-forma TO tdn-forma(w-cant-don).
           MOVE don-descripcion TO tdn-descripcion(w-cant-don).
           MOVE don-monto TO tdn-monto(w-cant-don).
           MOVE don-fondo TO tdn-fondo(w-cant-don).
       300-PROCESAR-DONANTES.
           MOVE 1 TO w-desde.
           PERFORM UNTIL w-desde > w-cant-don
               PERFORM 310-DELIMITAR-DONANTE
               PERFORM 400-EMITIR-CERTIFICADO
               PERFORM 500-LINEA-LISTADO
               PERFORM 600-REGISTRO-FISCO
               COMPUTE w-desde = w-hasta + 1
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE w-tot-dinero TO w-total-edit.
           MOVE w-tot-especie TO w-especie-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DEL ANIO - " DELIMITED BY SIZE
               w-donantes DELIMITED BY SIZE
               " DONANTES" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-total-edit TO w-linea(54:14).
           MOVE w-especie-edit TO w-linea(70:14).
           PERFORM 390-ESCRIBIR.
           IF w-sin-cuit > 0
               MOVE SPACES TO w-linea
               STRING "DONANTES SIN CUIT A REGULARIZAR ANTES DE "
                       DELIMITED BY SIZE
                   "PRESENTAR: " DELIMITED BY SIZE
                   w-sin-cuit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-IF.
      * The donor's rows run from w-desde to w-hasta. The name is the
      * one of the latest receipt and the CUIT the latest one given.
       310-DELIMITAR-DONANTE.
           MOVE tdn-clave(w-desde) TO w-clave.
           MOVE tdn-socio(w-desde) TO w-socio.
           MOVE SPACES TO w-cuit.
           MOVE 0 TO w-don-dinero.
           MOVE 0 TO w-don-especie.
           MOVE 0 TO w-cant-dinero.
           MOVE 0 TO w-cant-especie.
           PERFORM VARYING w-d FROM w-desde BY 1
                   UNTIL w-d > w-cant-don
                   OR tdn-clave(w-d) NOT = w-clave
               MOVE tdn-nombre(w-d) TO w-nombre
               IF tdn-cuit(w-d) NOT = SPACES
                   MOVE tdn-cuit(w-d) TO w-cuit
               END-IF
               IF tdn-especie(w-d)
                   ADD tdn-monto(w-d) TO w-don-especie
                   ADD 1 TO w-cant-especie
               ELSE
                   ADD tdn-monto(w-d) TO w-don-dinero
                   ADD 1 TO w-cant-dinero
               END-IF
           END-PERFORM.
           COMPUTE w-hasta = w-d - 1.
           ADD 1 TO w-donantes.
           ADD w-don-dinero TO w-tot-dinero.
           ADD w-don-especie TO w-tot-especie.
       390-ESCRIBIR.
           MOVE w-linea TO listado-linea.
           WRITE listado-linea.
       400-EMITIR-CERTIFICADO.
           MOVE ALL "=" TO certificado-linea.
           WRITE certificado-linea.
           MOVE SPACES TO w-linea.
           STRING "CERTIFICADO DE DONACIONES - ANIO " DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               " - EMITIDO " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO w-linea.
           IF w-socio NOT = 0
               STRING "Se certifica que el socio " DELIMITED BY SIZE
                   w-socio DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   w-nombre DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING "Se certifica que " DELIMITED BY SIZE
                   w-nombre DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO w-linea.
           IF w-cuit NOT = SPACES
               STRING "CUIT " DELIMITED BY SIZE
                   w-cuit DELIMITED BY SIZE
                   " dono al club durante el anio " DELIMITED BY SIZE
                   w-anio DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING "dono al club durante el anio " DELIMITED BY
                   SIZE
                   w-anio DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO certificado-linea.
           WRITE certificado-linea.
           MOVE "FECHA    RECIBO FORMA         FONDO" TO w-linea.
           MOVE "IMPORTE" TO w-linea(50:7).
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           PERFORM VARYING w-d FROM w-desde BY 1 UNTIL w-d > w-hasta
               PERFORM 410-LINEA-CERTIFICADO
           END-PERFORM.
           MOVE SPACES TO certificado-linea.
           WRITE certificado-linea.
           MOVE w-don-dinero TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DONADO EN DINERO" DELIMITED BY SIZE
               "                 " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           MOVE w-don-especie TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DONADO EN ESPECIE (VALUADO)" DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO certificado-linea.
           WRITE certificado-linea.
           WRITE certificado-linea.
           MOVE "                              ____________________"
               & "________" TO certificado-linea.
           WRITE certificado-linea.
           MOVE "                              Firma y sello - Tesor"
               & "eria" TO certificado-linea.
           WRITE certificado-linea.
      * Goods in kind show their description on a second line, so the
      * certificate says what was received and not only its value.
       410-LINEA-CERTIFICADO.
           EVALUATE tdn-forma(w-d)
               WHEN "E"
                   MOVE "EFECTIVO" TO w-forma-desc
               WHEN "C"
                   MOVE "CHEQUE" TO w-forma-desc
               WHEN "T"
                   MOVE "TRANSFERENCIA" TO w-forma-desc
               WHEN OTHER
                   MOVE "ESPECIE" TO w-forma-desc
           END-EVALUATE.
           MOVE tdn-monto(w-d) TO w-monto-edit.
           MOVE SPACES TO w-linea.
           STRING tdn-fecha(w-d) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tdn-numero(w-d) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-forma-desc DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tdn-fondo(w-d) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR-CERTIFICADO.
           IF tdn-especie(w-d)
               MOVE SPACES TO w-linea
               STRING "                " DELIMITED BY SIZE
                   tdn-descripcion(w-d) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR-CERTIFICADO
           END-IF.
       490-ESCRIBIR-CERTIFICADO.
           MOVE w-linea TO certificado-linea.
           WRITE certificado-linea.
       500-LINEA-LISTADO.
           MOVE w-don-dinero TO w-total-edit.
           MOVE w-don-especie TO w-especie-edit.
           MOVE SPACES TO w-linea.
           MOVE w-cuit TO w-linea(1:13).
           MOVE w-nombre TO w-linea(15:30).
           COMPUTE w-d = w-hasta - w-desde + 1.
           MOVE w-d TO w-linea(46:5).
           MOVE w-total-edit TO w-linea(54:14).
           MOVE w-especie-edit TO w-linea(70:14).
           IF w-cuit = SPACES
               MOVE "SIN CUIT" TO w-linea(1:13)
               MOVE "SIN CUIT" TO w-linea(86:)
               ADD 1 TO w-sin-cuit
           END-IF.
           PERFORM 390-ESCRIBIR.
       600-REGISTRO-FISCO.
           INITIALIZE don-fisco-reg.
           MOVE w-anio TO dfi-anio.
           IF w-cuit = SPACES
               MOVE 99 TO dfi-doc-tipo
               MOVE ALL "0" TO dfi-doc-nro
           ELSE
               MOVE 80 TO dfi-doc-tipo
               MOVE w-cuit TO dfi-doc-nro
           END-IF.
           MOVE w-nombre TO dfi-nombre.
           IF w-cant-dinero > 0
               MOVE "D" TO dfi-tipo
               MOVE w-cant-dinero TO dfi-cantidad
               MOVE w-don-dinero TO dfi-importe
               WRITE don-fisco-reg
           END-IF.
           IF w-cant-especie > 0
               MOVE "E" TO dfi-tipo
               MOVE w-cant-especie TO dfi-cantidad
               MOVE w-don-especie TO dfi-importe
               WRITE don-fisco-reg
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE CERTIFICADOS-DON.
           CLOSE LISTADO-DON.
           CLOSE DON-FISCO.
           MOVE "donaciones-anual.txt" TO w-rep-archivo.
           MOVE "DONACIONES" TO w-rep-informe.
           MOVE "DONACIONES-ANUAL" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Certificados de donacion: ", w-donantes,
               " en certificados-donacion.txt".
           DISPLAY "Reporte generado en donaciones-anual.txt".
           DISPLAY "Archivo para el fisco en donaciones-fisco.dat".
       END PROGRAM DONACIONES-ANUAL.
