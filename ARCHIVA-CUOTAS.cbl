      *          run twice for the same year. The tipo "X"
      *          counter-entries of the year travel with their
      *          payments, so an archived year stays self-contained.
      *          The same run moves the cancelled and annulled charge
      *          documents of devengos.dat of that year into
      *          devengos-AAAA.dat, catalogued in
      *          catalogo-devengos.dat, once the year is older than
      *          DEVENGO-RETEN-ANIOS of parametros.dat (default 2);
      *          pending documents always stay in the live file. A
      *          year whose cuotas were archived before its devengos
      *          were due can be run again for the devengos alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "..\catalogo-cuotas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-catalogo-status.
           COPY "CpyDevengos.cpy.cbl".
           SELECT DEVENGOS-ARCHIVO ASSIGN TO w-dev-archivo-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-dev-archivo-status.
           SELECT DEVENGOS-TRABAJO ASSIGN TO "..\devengos-nuevo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-dev-trabajo-status.
           SELECT CATALOGO-DEVENGOS
               ASSIGN TO "..\catalogo-devengos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-dev-catalogo-status.
           COPY "CpyParametros.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCuotasReg.cpy.cbl".
           03 cc-archivo pic x(30).
           03 cc-registros pic 9(6).
           03 cc-fecha pic 9(8).
           COPY "CpyDevengosReg.cpy.cbl".
       FD  DEVENGOS-ARCHIVO.
       01  devengos-archivo-reg pic x(97).
       FD  DEVENGOS-TRABAJO.
       01  devengos-trabajo-reg pic x(97).
       FD  CATALOGO-DEVENGOS.
       01  catalogo-devengos-reg.
           03 cd-anio pic 9(4).
           03 cd-archivo pic x(30).
           03 cd-registros pic 9(6).
           03 cd-fecha pic 9(8).
           COPY "CpyParametrosReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-cuotas-status pic xx.
       77  w-archivo-status pic xx.
       77  w-grabado pic 9.
           88 reg-grabado value 1.
       77  w-idx-reescritas pic 9(6) value 0.
       77  w-devengos-status pic xx.
       77  w-dev-archivo-status pic xx.
       77  w-dev-trabajo-status pic xx.
       77  w-dev-catalogo-status pic xx.
       77  w-parametros-status pic xx.
       01  w-dev-archivo-nombre pic x(40).
       77  w-sen-param pic 9 value 0.
           88 fin-parametros value 1.
       77  w-dev-retencion pic 9(2) value 2.
       77  w-anio-limite pic 9(4).
       77  w-archivar-cuotas pic 9 value 0.
           88 archivar-cuotas value 1.
       77  w-archivar-devengos pic 9 value 0.
           88 archivar-devengos value 1.
       77  w-dev-archivados pic 9(6) value 0.
       77  w-dev-retenidos pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF archivar-cuotas
               PERFORM 200-SEPARAR-ANIO
               PERFORM 300-REESCRIBIR-VIVO
               PERFORM 350-REGENERAR-IDX
               PERFORM 400-CATALOGAR
           END-IF.
           IF archivar-devengos
               PERFORM 500-SEPARAR-DEVENGOS
               PERFORM 550-REESCRIBIR-DEVENGOS
               PERFORM 600-CATALOGAR-DEVENGOS
           END-IF.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
               ".dat" DELIMITED BY SIZE
               INTO w-archivo-nombre
           END-STRING.
           PERFORM 105-LEER-PARAMETRO.
           OPEN INPUT CUOTAS-ARCHIVO.
           IF w-archivo-status = "00"
               CLOSE CUOTAS-ARCHIVO
               DISPLAY "Las cuotas del anio ", w-anio,
                   " ya fueron archivadas"
           ELSE
               OPEN INPUT CUOTAS
               IF w-cuotas-status = "00"
                   MOVE 1 TO w-archivar-cuotas
               ELSE
                   DISPLAY "No hay cuotas registradas"
               END-IF
           END-IF.
           PERFORM 110-VERIFICAR-DEVENGOS.
           IF NOT archivar-cuotas AND NOT archivar-devengos
               DISPLAY "Nada para archivar del anio ", w-anio
               STOP RUN
           END-IF.
           IF archivar-cuotas
               OPEN OUTPUT CUOTAS-ARCHIVO
               OPEN OUTPUT CUOTAS-TRABAJO
           END-IF.
           IF archivar-devengos
               OPEN OUTPUT DEVENGOS-ARCHIVO
               OPEN OUTPUT DEVENGOS-TRABAJO
           END-IF.
       105-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-param
               READ PARAMETROS AT END MOVE 1 TO w-sen-param END-READ
               PERFORM UNTIL fin-parametros
                   IF param-clave = "DEVENGO-RETEN-ANIOS"
                       MOVE param-valor TO w-dev-retencion
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-param
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
      * The charge documents of a year leave devengos.dat only after
      * the retention years have passed, so ESTADO-CUENTA and
      * LIBRE-DEUDA keep showing recent history. Leaves DEVENGOS
      * open when the year is due and not yet archived.
       110-VERIFICAR-DEVENGOS.
           COMPUTE w-anio-limite = w-anio-hoy - w-dev-retencion.
           IF w-anio > w-anio-limite
               DISPLAY "Los devengos de ", w-anio, " se conservan ",
                   w-dev-retencion, " anios (DEVENGO-RETEN-ANIOS)"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO w-dev-archivo-nombre.
           STRING "..\devengos-" DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO w-dev-archivo-nombre
           END-STRING.
           OPEN INPUT DEVENGOS-ARCHIVO.
           IF w-dev-archivo-status = "00"
               CLOSE DEVENGOS-ARCHIVO
               DISPLAY "Los devengos del anio ", w-anio,
                   " ya fueron archivados"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               DISPLAY "No hay devengos registrados"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-archivar-devengos.
       200-SEPARAR-ANIO.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cc-fecha.
           WRITE catalogo-cuotas-reg.
           CLOSE CATALOGO-CUOTAS.
      * Only the settled documents of the year move; a pending one
      * is still owed and stays where DEVENGA-CUOTAS applies
      * payments against it.
       500-SEPARAR-DEVENGOS.
           MOVE 0 TO w-sen.
           READ DEVENGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF dv-periodo(1:4) = w-anio AND
                  (devengo-cancelado OR devengo-anulado)
                   MOVE devengo-reg TO devengos-archivo-reg
                   WRITE devengos-archivo-reg
                   ADD 1 TO w-dev-archivados
               ELSE
                   MOVE devengo-reg TO devengos-trabajo-reg
                   WRITE devengos-trabajo-reg
                   ADD 1 TO w-dev-retenidos
               END-IF
               READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           CLOSE DEVENGOS-ARCHIVO.
           CLOSE DEVENGOS-TRABAJO.
       550-REESCRIBIR-DEVENGOS.
           OPEN INPUT DEVENGOS-TRABAJO.
           OPEN OUTPUT DEVENGOS.
           MOVE 0 TO w-sen.
           READ DEVENGOS-TRABAJO AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE devengos-trabajo-reg TO devengo-reg
               WRITE devengo-reg
               READ DEVENGOS-TRABAJO AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS-TRABAJO.
           CLOSE DEVENGOS.
       600-CATALOGAR-DEVENGOS.
           OPEN EXTEND CATALOGO-DEVENGOS.
           IF w-dev-catalogo-status = "35"
               OPEN OUTPUT CATALOGO-DEVENGOS
               CLOSE CATALOGO-DEVENGOS
               OPEN EXTEND CATALOGO-DEVENGOS
           END-IF.
           MOVE w-anio TO cd-anio.
           MOVE SPACES TO cd-archivo.
           STRING "devengos-" DELIMITED BY SIZE
               w-anio DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO cd-archivo
           END-STRING.
           MOVE w-dev-archivados TO cd-registros.
           MOVE FUNCTION CURRENT-DATE(1:8) TO cd-fecha.
           WRITE catalogo-devengos-reg.
           CLOSE CATALOGO-DEVENGOS.
       800-FIN.
           DISPLAY "Archivo anual de cuotas finalizado".
           DISPLAY "Anio archivado: ", w-anio.
           IF archivar-cuotas
               DISPLAY "Cuotas archivadas: ", w-archivados
               DISPLAY "Cuotas retenidas en el archivo vivo: ",
                   w-retenidos
           END-IF.
           IF archivar-devengos
               DISPLAY "Devengos archivados: ", w-dev-archivados
               DISPLAY "Devengos retenidos en el archivo vivo: ",
                   w-dev-retenidos
           END-IF.
       END PROGRAM ARCHIVA-CUOTAS.
