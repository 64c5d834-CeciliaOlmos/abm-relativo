      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential integrity sweep of the satellite
      *          files that point at a soc-codigo. Loads every
      *          occupied socio of arch.dat and walks cuotas.dat,
      *          grupos.dat, inscripciones.dat, lockers.dat,
      *          rutas.dat, empresa-socios.dat, debito-adhesiones.dat,
      *          becas.dat, contactos.dat, convenios.dat and
      *          tutores.dat, listing to verificacion-vinculos.txt
      *          each code not present in arch.dat (once per file and
      *          code, with the number of rows), each service still
      *          active for a socio de baja (occupied locker, vigente
      *          inscripcion, active debit adhesion, collector route,
      *          empresa nomina, vigente convenio), each family group
      *          without a titular and each active cadete without a
      *          tutor present in arch.dat and not de baja. Every
      *          kind of finding with a non-zero count is raised in
      *          alertas.dat. Read-only: nothing is corrected here.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-VINCULOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           SELECT RUTAS ASSIGN TO "..\rutas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-rutas-status.
           SELECT EMPRESA-SOCIOS ASSIGN TO "..\empresa-socios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-emp-socios-status.
           SELECT TUTORES ASSIGN TO "..\tutores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-tutores-status.
           SELECT REPORTE-VINC ASSIGN TO "..\verificacion-vinculos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
       FD  RUTAS.
       01  ruta-reg.
           03 ruta-cobrador pic 9(3).
           03 ruta-codigo pic 9(4).
       FD  EMPRESA-SOCIOS.
       01  empresa-socio-reg.
           03 es-empresa pic 9(3).
           03 es-codigo pic 9(4).
       FD  TUTORES.
       01  tutor-reg.
           03 tut-cadete pic 9(4).
           03 tut-tutor pic 9(4).
       FD  REPORTE-VINC.
       01  reporte-vinc-linea pic x(80).
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-grupos-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-lockers-status pic xx.
       77  w-adhesiones-status pic xx.
       77  w-becas-status pic xx.
       77  w-contactos-status pic xx.
       77  w-convenios-status pic xx.
       77  w-rutas-status pic xx.
       77  w-emp-socios-status pic xx.
       77  w-tutores-status pic xx.
       77  w-oficina pic 9(4) value 98.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy-periodo pic 9(6).
       77  w-socios pic 9(5) value 0.
       77  w-i pic 9(5).
       77  w-g pic 9(4).
      * Per socio, indexed by the codigo itself. A blank estado
      * means the codigo is not in arch.dat.
       01  tab-vv-socios.
           05 vv-socios-ent occurs 9999 times.
               07 tvs-estado pic x.
               07 tvs-categoria pic x.
               07 tvs-tutor pic 9.
      * Rows of the current file per missing codigo; the first row
      * is the one that prints the line.
       01  tab-vv-huerfanos.
           05 vv-huerfanos-ent occurs 9999 times.
               07 tvh-filas pic 9(5).
      * Per family group number: rows and titulares seen.
       01  tab-vv-grupos.
           05 vv-grupos-ent occurs 999 times.
               07 tvg-filas pic 9(3).
               07 tvg-titulares pic 9(3).
      * Reference under check and the file it comes from.
       77  w-vv-codigo pic 9(4).
       77  w-vv-archivo pic x(23).
       77  w-vv-existe pic 9 value 0.
           88 vv-existe value 1.
       77  w-vv-baja pic 9 value 0.
           88 vv-de-baja value 1.
       77  w-vv-filas-huerf pic 9(7) value 0.
       77  w-tot-huerfanos pic 9(5) value 0.
       77  w-tot-filas-huerf pic 9(7) value 0.
       77  w-tot-servicios pic 9(5) value 0.
       77  w-tot-sin-titular pic 9(5) value 0.
       77  w-tot-sin-tutor pic 9(5) value 0.
       77  w-tot-hallazgos pic 9(5) value 0.
       01  w-servicio pic x(40).
       01  w-filas-edit pic zzzz9.
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "VERIFICA-VINCULOS" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-SOCIOS.
           PERFORM 300-VERIFICAR-CUOTAS.
           PERFORM 310-VERIFICAR-GRUPOS.
           PERFORM 320-VERIFICAR-INSCRIPCIONES.
           PERFORM 330-VERIFICAR-LOCKERS.
           PERFORM 340-VERIFICAR-RUTAS.
           PERFORM 350-VERIFICAR-EMPRESAS.
           PERFORM 360-VERIFICAR-ADHESIONES.
           PERFORM 370-VERIFICAR-BECAS.
           PERFORM 380-VERIFICAR-CONTACTOS.
           PERFORM 390-VERIFICAR-CONVENIOS.
           PERFORM 400-VERIFICAR-TUTORES.
           PERFORM 500-GRUPOS-SIN-TITULAR.
           PERFORM 510-CADETES-SIN-TUTOR.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           PERFORM 105-LEER-CONTROL.
           MOVE SPACES TO tab-vv-socios.
           MOVE ZEROS TO tab-vv-grupos.
           OPEN OUTPUT REPORTE-VINC.
           MOVE "=== VERIFICACION DE VINCULOS CON ARCH.DAT ===" TO
               reporte-vinc-linea.
           WRITE reporte-vinc-linea.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-CARGAR-SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                           MOVE soc-estado TO tvs-estado(soc-codigo)
                           MOVE soc-categoria TO
                               tvs-categoria(soc-codigo)
                           MOVE 0 TO tvs-tutor(soc-codigo)
                           ADD 1 TO w-socios
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
      * Each file starts with a clean count of missing codigos, so
      * a codigo missing from several files is listed once per file.
       210-NUEVO-ARCHIVO.
           MOVE ZEROS TO tab-vv-huerfanos.
           MOVE 0 TO w-vv-filas-huerf.
           MOVE 0 TO w-sen.
      * Checks w-vv-codigo against the loaded socios. A missing
      * codigo is listed the first time it shows up in the file;
      * codigo 0 has no slot in the table and is always listed.
       220-VERIFICAR-CODIGO.
           MOVE 0 TO w-vv-existe.
           MOVE 0 TO w-vv-baja.
           IF w-vv-codigo NOT = 0
               IF tvs-estado(w-vv-codigo) NOT = SPACE
                   MOVE 1 TO w-vv-existe
                   IF tvs-estado(w-vv-codigo) = "B"
                       MOVE 1 TO w-vv-baja
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO w-vv-filas-huerf.
           ADD 1 TO w-tot-filas-huerf.
           IF w-vv-codigo NOT = 0
               ADD 1 TO tvh-filas(w-vv-codigo)
               IF tvh-filas(w-vv-codigo) > 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO w-tot-huerfanos.
           MOVE SPACES TO w-linea.
           STRING w-vv-archivo DELIMITED BY SIZE
               "socio " DELIMITED BY SIZE
               w-vv-codigo DELIMITED BY SIZE
               " inexistente en arch.dat" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
      * Closing line of a file with missing codigos: total rows that
      * point nowhere, which is what a clean-up has to deal with.
       230-CERRAR-ARCHIVO.
           IF w-vv-filas-huerf > 0
               MOVE w-vv-filas-huerf TO w-filas-edit
               MOVE SPACES TO w-linea
               STRING w-vv-archivo DELIMITED BY SIZE
                   w-filas-edit DELIMITED BY SIZE
                   " filas con socio inexistente" DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 900-LISTAR
           END-IF.
      * w-servicio describes the service still active for the socio
      * de baja in w-vv-codigo.
       240-SERVICIO-DE-BAJA.
           ADD 1 TO w-tot-servicios.
           MOVE SPACES TO w-linea.
           STRING w-vv-archivo DELIMITED BY SIZE
               "socio de baja " DELIMITED BY SIZE
               w-vv-codigo DELIMITED BY SIZE
               " con " DELIMITED BY SIZE
               w-servicio DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
       300-VERIFICAR-CUOTAS.
           MOVE "cuotas.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE cuota-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           PERFORM 230-CERRAR-ARCHIVO.
       310-VERIFICAR-GRUPOS.
           MOVE "grupos.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT GRUPOS.
           IF w-grupos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ GRUPOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE gf-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF gf-grupo NOT = 0
                   ADD 1 TO tvg-filas(gf-grupo)
                   IF gf-titular AND vv-existe AND NOT vv-de-baja
                       ADD 1 TO tvg-titulares(gf-grupo)
                   END-IF
               END-IF
               READ GRUPOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE GRUPOS.
           PERFORM 230-CERRAR-ARCHIVO.
       320-VERIFICAR-INSCRIPCIONES.
           MOVE "inscripciones.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE ins-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-de-baja AND
                  (ins-hasta = 0 OR ins-hasta >= w-hoy-periodo)
                   MOVE SPACES TO w-servicio
                   STRING "inscripcion vigente en " DELIMITED BY SIZE
                       ins-seccion DELIMITED BY SIZE
                       INTO w-servicio
                   END-STRING
                   PERFORM 240-SERVICIO-DE-BAJA
               END-IF
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           PERFORM 230-CERRAR-ARCHIVO.
      * A free locker carries codigo 0, so only occupied ones are
      * checked.
       330-VERIFICAR-LOCKERS.
           MOVE "lockers.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT LOCKERS.
           IF w-lockers-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ LOCKERS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF locker-ocupado
                   MOVE lk-codigo TO w-vv-codigo
                   PERFORM 220-VERIFICAR-CODIGO
                   IF vv-de-baja
                       MOVE SPACES TO w-servicio
                       STRING "locker ocupado " DELIMITED BY SIZE
                           lk-numero DELIMITED BY SIZE
                           INTO w-servicio
                       END-STRING
                       PERFORM 240-SERVICIO-DE-BAJA
                   END-IF
               END-IF
               READ LOCKERS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE LOCKERS.
           PERFORM 230-CERRAR-ARCHIVO.
       340-VERIFICAR-RUTAS.
           MOVE "rutas.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT RUTAS.
           IF w-rutas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RUTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE ruta-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-de-baja
                   MOVE SPACES TO w-servicio
                   STRING "ruta del cobrador " DELIMITED BY SIZE
                       ruta-cobrador DELIMITED BY SIZE
                       INTO w-servicio
                   END-STRING
                   PERFORM 240-SERVICIO-DE-BAJA
               END-IF
               READ RUTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE RUTAS.
           PERFORM 230-CERRAR-ARCHIVO.
       350-VERIFICAR-EMPRESAS.
           MOVE "empresa-socios.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT EMPRESA-SOCIOS.
           IF w-emp-socios-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ EMPRESA-SOCIOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE es-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-de-baja
                   MOVE SPACES TO w-servicio
                   STRING "nomina de la empresa " DELIMITED BY SIZE
                       es-empresa DELIMITED BY SIZE
                       INTO w-servicio
                   END-STRING
                   PERFORM 240-SERVICIO-DE-BAJA
               END-IF
               READ EMPRESA-SOCIOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EMPRESA-SOCIOS.
           PERFORM 230-CERRAR-ARCHIVO.
       360-VERIFICAR-ADHESIONES.
           MOVE "debito-adhesiones.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ADHESIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE adh-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-de-baja AND adhesion-activa
                   MOVE "adhesion al debito activa" TO w-servicio
                   PERFORM 240-SERVICIO-DE-BAJA
               END-IF
               READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ADHESIONES.
           PERFORM 230-CERRAR-ARCHIVO.
       370-VERIFICAR-BECAS.
           MOVE "becas.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT BECAS.
           IF w-becas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BECAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE beca-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               READ BECAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE BECAS.
           PERFORM 230-CERRAR-ARCHIVO.
       380-VERIFICAR-CONTACTOS.
           MOVE "contactos.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT CONTACTOS.
           IF w-contactos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL fin-arch
               READ CONTACTOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       MOVE contacto-codigo TO w-vv-codigo
                       PERFORM 220-VERIFICAR-CODIGO
               END-READ
           END-PERFORM.
           CLOSE CONTACTOS.
           PERFORM 230-CERRAR-ARCHIVO.
       390-VERIFICAR-CONVENIOS.
           MOVE "convenios.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT CONVENIOS.
           IF w-convenios-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CONVENIOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE conv-codigo TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-de-baja AND convenio-vigente
                   MOVE "convenio de pago vigente" TO w-servicio
                   PERFORM 240-SERVICIO-DE-BAJA
               END-IF
               READ CONVENIOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CONVENIOS.
           PERFORM 230-CERRAR-ARCHIVO.
      * Both ends of the link are socio codigos. A link counts for
      * the cadete only when the tutor is in arch.dat and not de
      * baja.
       400-VERIFICAR-TUTORES.
           MOVE "tutores.dat:" TO w-vv-archivo.
           PERFORM 210-NUEVO-ARCHIVO.
           OPEN INPUT TUTORES.
           IF w-tutores-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ TUTORES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE tut-tutor TO w-vv-codigo
               PERFORM 220-VERIFICAR-CODIGO
               IF vv-existe AND NOT vv-de-baja
                   MOVE tut-cadete TO w-vv-codigo
                   PERFORM 220-VERIFICAR-CODIGO
                   IF vv-existe
                       MOVE 1 TO tvs-tutor(tut-cadete)
                   END-IF
               ELSE
                   MOVE tut-cadete TO w-vv-codigo
                   PERFORM 220-VERIFICAR-CODIGO
               END-IF
               READ TUTORES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE TUTORES.
           PERFORM 230-CERRAR-ARCHIVO.
       500-GRUPOS-SIN-TITULAR.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > 999
               IF tvg-filas(w-g) > 0 AND tvg-titulares(w-g) = 0
                   ADD 1 TO w-tot-sin-titular
                   MOVE SPACES TO w-linea
                   STRING "grupos.dat: grupo " DELIMITED BY SIZE
                       w-g(2:3) DELIMITED BY SIZE
                       " sin titular vigente en arch.dat"
                       DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 900-LISTAR
               END-IF
           END-PERFORM.
      * Only cadetes still in the club need a tutor: bajas are left
      * out.
       510-CADETES-SIN-TUTOR.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 9999
               PERFORM 520-VERIFICAR-CADETE
           END-PERFORM.
       520-VERIFICAR-CADETE.
           IF tvs-categoria(w-i) = "C" AND tvs-estado(w-i) NOT = "B"
              AND tvs-estado(w-i) NOT = SPACE AND tvs-tutor(w-i) = 0
               ADD 1 TO w-tot-sin-tutor
               MOVE SPACES TO w-linea
               STRING "tutores.dat: cadete " DELIMITED BY SIZE
                   w-i(2:4) DELIMITED BY SIZE
                   " sin tutor vigente en arch.dat" DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 900-LISTAR
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           COMPUTE w-tot-hallazgos = w-tot-huerfanos + w-tot-servicios
               + w-tot-sin-titular + w-tot-sin-tutor.
           MOVE SPACES TO reporte-vinc-linea.
           WRITE reporte-vinc-linea.
           MOVE SPACES TO w-linea.
           STRING "Socios en arch.dat: " DELIMITED BY SIZE
               w-socios DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
           MOVE SPACES TO w-linea.
           STRING "Codigos inexistentes referenciados: " DELIMITED BY
               SIZE
               w-tot-huerfanos DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               w-tot-filas-huerf DELIMITED BY SIZE
               " filas)" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
           MOVE SPACES TO w-linea.
           STRING "Servicios activos de socios de baja: " DELIMITED BY
               SIZE
               w-tot-servicios DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
           MOVE SPACES TO w-linea.
           STRING "Grupos sin titular: " DELIMITED BY SIZE
               w-tot-sin-titular DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
           MOVE SPACES TO w-linea.
           STRING "Cadetes sin tutor: " DELIMITED BY SIZE
               w-tot-sin-tutor DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 900-LISTAR.
           CLOSE REPORTE-VINC.
           MOVE "verificacion-vinculos.txt" TO w-rep-archivo.
           MOVE "VERIF-VINCULOS" TO w-rep-informe.
           MOVE w-programa-log TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Verificacion de vinculos finalizada".
           DISPLAY "Hallazgos: ", w-tot-hallazgos,
               " (ver verificacion-vinculos.txt)".
           MOVE "VERIFICA-VINCULOS" TO w-al-origen.
           IF w-tot-huerfanos > 0
               MOVE SPACES TO w-al-texto
               STRING "CODIGOS INEXISTENTES REFERENCIADOS: "
                   DELIMITED BY SIZE
                   w-tot-huerfanos DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
           END-IF.
           IF w-tot-servicios > 0
               MOVE SPACES TO w-al-texto
               STRING "SERVICIOS ACTIVOS DE SOCIOS DE BAJA: "
                   DELIMITED BY SIZE
                   w-tot-servicios DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
           END-IF.
           IF w-tot-sin-titular > 0
               MOVE SPACES TO w-al-texto
               STRING "GRUPOS FAMILIARES SIN TITULAR: "
                   DELIMITED BY SIZE
                   w-tot-sin-titular DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
           END-IF.
           IF w-tot-sin-tutor > 0
               MOVE SPACES TO w-al-texto
               STRING "CADETES SIN TUTOR: " DELIMITED BY SIZE
                   w-tot-sin-tutor DELIMITED BY SIZE
                   INTO w-al-texto
               END-STRING
               PERFORM 930-LEVANTAR-ALERTA
           END-IF.
           MOVE w-socios TO w-bit-procesados.
           MOVE w-tot-hallazgos TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
       900-LISTAR.
           MOVE w-linea TO reporte-vinc-linea.
           WRITE reporte-vinc-linea.
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpyAlerta.cpy.cbl".
       END PROGRAM VERIFICA-VINCULOS.
