      ******************************************************************
      * Author:
      * Date:
      * Purpose: Death of a socio. Replaces the plain baja with motivo
      *          3 by one process that records the date of death and
      *          the reference of the death certificate in
      *          fallecimientos.dat and settles everything hanging on
      *          the socio: the operator names the new titular of
      *          the grupo familiar in grupos.dat when the socio
      *          headed one (the fallecido leaves the group either
      *          way); the debit adhesion is closed, the lockers are
      *          freed and the inscripciones end with the month of
      *          death; the charges after it - the accrued periods of
      *          devengos.dat and the cargos of aportes-cargos.dat -
      *          are withdrawn; any saldo a favor in creditos.dat is
      *          frozen for refund to the heirs through EGRESOS-CAJA.
      *          The socio then goes to baja with motivo 3 as of the
      *          date of death (arch-idx.dat synchronized,
      *          bajas-hist.dat written) and one consolidated entry
      *          is written to auditoria.dat. A satellite file
      *          too long for the rewrite table stops the process
      *          before anything is touched, so no file is ever
      *          rewritten short.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALLECIMIENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyLockSocio.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           COPY "CpyAportesCargos.cpy.cbl".
           COPY "CpyCreditos.cpy.cbl".
           SELECT FALLECIMIENTOS ASSIGN TO "..\fallecimientos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fallecimientos-status.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyLockSocioReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
           COPY "CpyAportesCargosReg.cpy.cbl".
           COPY "CpyCreditosReg.cpy.cbl".
       FD  FALLECIMIENTOS.
       01  fallecimiento-reg.
           03 fal-codigo pic 9(4).
           03 fal-nombre pic x(20).
           03 fal-fecha pic 9(8).
           03 fal-acta pic x(20).
           03 fal-fecha-registro pic 9(8).
           03 fal-grupo pic 9(3).
           03 fal-nuevo-titular pic 9(4).
           03 fal-adhesiones pic 9(2).
           03 fal-lockers pic 9(2).
           03 fal-inscripciones pic 9(2).
           03 fal-cargos pic 9(3).
           03 fal-credito pic 9(6)v99.
           03 fal-operador pic x(12).
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
           03 bh-fecha-alta pic 9(8).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-grupos-status pic xx.
       77  w-adhesiones-status pic xx.
       77  w-lockers-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-devengos-status pic xx.
       77  w-aportes-cargos-status pic xx.
       77  w-creditos-status pic xx.
       77  w-fallecimientos-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-buscar-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-fecha-muerte pic 9(8).
       77  w-periodo-muerte pic 9(6).
       01  w-acta pic x(20).
       01  w-nombre pic x(20).
       77  w-fecha-alta pic 9(8).
       77  w-confirma pic x.
       77  w-credito pic s9(7)v99.
       77  w-n pic 9(5).
       77  w-cant-adh pic 9(2).
       77  w-cant-lks pic 9(2).
       77  w-cant-ins pic 9(2).
       77  w-cant-cargos pic 9(3).
      * Grupo familiar of the fallecido, as in GRUPOS-MANT.
       77  w-cant-grp pic 9(3) value 0.
       77  w-g pic 9(3).
       77  w-grupo pic 9(3).
       77  w-propio-g pic 9(3).
       77  w-nuevo-g pic 9(3).
       77  w-nuevo-titular pic 9(4).
       77  w-miembros pic 9(3).
       01  tab-grupos.
           05 grupos-ent occurs 1 to 500 times
                   depending on w-cant-grp.
               07 tg-grupo pic 9(3).
               07 tg-codigo pic 9(4).
               07 tg-rol pic x.
      * The other satellite files are rewritten whole: each row is
      * kept as it was read and moved back to the record area for
      * the change and the write.
       77  w-cant-filas pic 9(5) value 0.
       77  w-max-filas pic 9(5) value 60000.
       77  w-filas-desborde pic 9 value 0.
           88 filas-desborde value 1.
       77  w-contadas pic 9(7).
       01  w-archivo-lleno pic x(20).
       01  tab-filas.
           05 filas-ent occurs 1 to 60000 times
                   depending on w-cant-filas.
               07 tf-reg pic x(120).
       01  w-linea pic x(80).
       01  w-credito-edit pic zzzzz9.99.
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FALLECIMIENTO" TO w-programa-log.
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
       COPY "CpyValidarFecha.cpy.cbl".
       COPY "CpyLockSocioPar.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-MENU.
           DISPLAY "1- Registrar fallecimiento de un socio"
           DISPLAY "2- Listar fallecimientos registrados"
           DISPLAY "3- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR
               WHEN 2
                   PERFORM 700-LISTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Everything is asked and checked first - date, certificate
      * and new titular - and only after the confirmation are the
      * files touched, all under the lock of the socio.
       400-REGISTRAR.
           DISPLAY "Ingrese codigo del socio fallecido".
           ACCEPT w-soc-codigo.
           MOVE w-soc-codigo TO w-buscar-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF socio-de-baja
               DISPLAY "El socio ya esta de baja"
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-nombre TO w-nombre.
           MOVE soc-fecha-alta TO w-fecha-alta.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           MOVE 0 TO w-fecha-ok.
           PERFORM UNTIL fecha-valida
               DISPLAY "Ingrese fecha de fallecimiento (AAAAMMDD)"
               ACCEPT w-fecha-muerte
               MOVE w-fecha-muerte TO w-fecha-validar
               PERFORM 985-VALIDAR-FECHA
               IF fecha-valida AND w-fecha-muerte < w-fecha-alta
                   DISPLAY "La fecha es anterior al alta del socio"
                   MOVE 0 TO w-fecha-ok
               END-IF
           END-PERFORM.
           MOVE w-fecha-muerte(1:6) TO w-periodo-muerte.
           MOVE SPACES TO w-acta.
           PERFORM UNTIL w-acta NOT = SPACES
               DISPLAY "Ingrese referencia del acta de defuncion"
               ACCEPT w-acta
           END-PERFORM.
           PERFORM 420-CARGAR-GRUPOS.
           PERFORM 430-PEDIR-NUEVO-TITULAR.
           PERFORM 440-VERIFICAR-CAPACIDAD.
           IF filas-desborde
               DISPLAY "ATENCION: ", w-archivo-lleno, " supera las ",
                   w-max-filas, " filas; registro cancelado"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Se dara de baja por fallecimiento al socio ",
               w-soc-codigo, " al ", w-fecha-muerte.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "Registro cancelado"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-soc-codigo TO w-lock-codigo.
           PERFORM 975-TOMAR-LOCK-SOCIO.
           IF NOT lock-concedido
               DISPLAY "Registro cancelado: vuelva a intentarlo"
                   " cuando se libere el socio"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-SUCESION-GRUPO.
           PERFORM 510-CERRAR-ADHESIONES.
           PERFORM 520-LIBERAR-LOCKERS.
           PERFORM 530-CERRAR-INSCRIPCIONES.
           PERFORM 540-RETIRAR-DEVENGOS.
           PERFORM 550-RETIRAR-APORTES.
           PERFORM 560-CONGELAR-CREDITO.
           PERFORM 600-BAJA-SOCIO.
           PERFORM 610-GRABAR-FALLECIMIENTO.
           PERFORM 620-AUDITAR.
           PERFORM 977-LIBERAR-LOCK-SOCIO.
           DISPLAY "Fallecimiento registrado, socio dado de baja".
           DISPLAY "Adhesiones cerradas: ", w-cant-adh,
               "  Lockers liberados: ", w-cant-lks,
               "  Inscripciones cerradas: ", w-cant-ins.
           DISPLAY "Cargos posteriores retirados: ", w-cant-cargos.
           IF w-credito > 0
               MOVE w-credito TO w-credito-edit
               DISPLAY "Saldo a favor congelado para los herederos: ",
                   w-credito-edit, " (reintegro por EGRESOS-CAJA)"
           END-IF.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-buscar-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-buscar-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
       420-CARGAR-GRUPOS.
           MOVE 0 TO w-cant-grp.
           MOVE 0 TO w-propio-g.
           OPEN INPUT GRUPOS.
           IF w-grupos-status = "00"
               MOVE 0 TO w-sen
               READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-grp < 500
                       ADD 1 TO w-cant-grp
                       MOVE gf-grupo TO tg-grupo(w-cant-grp)
                       MOVE gf-codigo TO tg-codigo(w-cant-grp)
                       MOVE gf-rol TO tg-rol(w-cant-grp)
                       IF gf-codigo = w-soc-codigo
                           MOVE w-cant-grp TO w-propio-g
                       END-IF
                   END-IF
                   READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           MOVE 0 TO w-sen.
      * A titular with other members left needs a successor: the
      * operator names one of them, who must be in arch.dat and not
      * de baja. A titular alone dissolves the group.
       430-PEDIR-NUEVO-TITULAR.
           MOVE 0 TO w-grupo.
           MOVE 0 TO w-nuevo-g.
           MOVE 0 TO w-nuevo-titular.
           IF w-propio-g = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE tg-grupo(w-propio-g) TO w-grupo.
           IF tg-rol(w-propio-g) NOT = "T"
               DISPLAY "Integrante del grupo familiar ", w-grupo,
                   ": se lo quitara del grupo"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-miembros.
           DISPLAY "Titular del grupo familiar ", w-grupo,
               ". Integrantes:".
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-grp
               IF tg-grupo(w-g) = w-grupo AND w-g NOT = w-propio-g
                   ADD 1 TO w-miembros
                   DISPLAY "  ", tg-codigo(w-g)
               END-IF
           END-PERFORM.
           IF w-miembros = 0
               DISPLAY "  (ninguno: el grupo quedara disuelto)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL w-nuevo-g > 0
               DISPLAY "Ingrese codigo del nuevo titular del grupo"
               ACCEPT w-nuevo-titular
               PERFORM VARYING w-g FROM 1 BY 1
                       UNTIL w-g > w-cant-grp OR w-nuevo-g > 0
                   IF tg-grupo(w-g) = w-grupo AND
                      tg-codigo(w-g) = w-nuevo-titular AND
                      w-g NOT = w-propio-g
                       MOVE w-g TO w-nuevo-g
                   END-IF
               END-PERFORM
               IF w-nuevo-g = 0
                   DISPLAY "El socio no es integrante del grupo"
               ELSE
                   MOVE w-nuevo-titular TO w-buscar-codigo
                   PERFORM 410-BUSCAR-SOCIO
                   IF NOT socio-encontrado OR socio-de-baja
                       DISPLAY "El socio no esta vigente en el"
                           " padron, elija otro integrante"
                       MOVE 0 TO w-nuevo-g
                   END-IF
               END-IF
           END-PERFORM.
      * The satellite files are rewritten through tab-filas; each
      * one is counted before the confirmation so that none can
      * overflow the table half-way through the settlement.
       440-VERIFICAR-CAPACIDAD.
           MOVE 0 TO w-filas-desborde.
           PERFORM 441-CONTAR-ADHESIONES.
           IF w-contadas > w-max-filas
               MOVE 1 TO w-filas-desborde
               MOVE "adhesiones.dat" TO w-archivo-lleno
               EXIT PARAGRAPH
           END-IF.
           PERFORM 442-CONTAR-LOCKERS.
           IF w-contadas > w-max-filas
               MOVE 1 TO w-filas-desborde
               MOVE "lockers.dat" TO w-archivo-lleno
               EXIT PARAGRAPH
           END-IF.
           PERFORM 443-CONTAR-INSCRIPCIONES.
           IF w-contadas > w-max-filas
               MOVE 1 TO w-filas-desborde
               MOVE "inscripciones.dat" TO w-archivo-lleno
               EXIT PARAGRAPH
           END-IF.
           PERFORM 444-CONTAR-DEVENGOS.
           IF w-contadas > w-max-filas
               MOVE 1 TO w-filas-desborde
               MOVE "devengos.dat" TO w-archivo-lleno
               EXIT PARAGRAPH
           END-IF.
           PERFORM 445-CONTAR-APORTES-CARGOS.
           IF w-contadas > w-max-filas
               MOVE 1 TO w-filas-desborde
               MOVE "aportes-cargos.dat" TO w-archivo-lleno
               EXIT PARAGRAPH
           END-IF.
       441-CONTAR-ADHESIONES.
           MOVE 0 TO w-contadas.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ ADHESIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-contadas
               READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ADHESIONES.
           MOVE 0 TO w-sen.
       442-CONTAR-LOCKERS.
           MOVE 0 TO w-contadas.
           OPEN INPUT LOCKERS.
           IF w-lockers-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ LOCKERS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-contadas
               READ LOCKERS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE LOCKERS.
           MOVE 0 TO w-sen.
       443-CONTAR-INSCRIPCIONES.
           MOVE 0 TO w-contadas.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-contadas
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           MOVE 0 TO w-sen.
       444-CONTAR-DEVENGOS.
           MOVE 0 TO w-contadas.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ DEVENGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-contadas
               READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           MOVE 0 TO w-sen.
       445-CONTAR-APORTES-CARGOS.
           MOVE 0 TO w-contadas.
           OPEN INPUT APORTES-CARGOS.
           IF w-aportes-cargos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               ADD 1 TO w-contadas
               READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE APORTES-CARGOS.
           MOVE 0 TO w-sen.
       500-SUCESION-GRUPO.
           IF w-propio-g = 0
               EXIT PARAGRAPH
           END-IF.
           IF w-nuevo-g > 0
               MOVE "T" TO tg-rol(w-nuevo-g)
           END-IF.
           MOVE w-propio-g TO w-g.
           PERFORM UNTIL w-g >= w-cant-grp
               ADD 1 TO w-g
               MOVE tg-grupo(w-g) TO tg-grupo(w-g - 1)
               MOVE tg-codigo(w-g) TO tg-codigo(w-g - 1)
               MOVE tg-rol(w-g) TO tg-rol(w-g - 1)
           END-PERFORM.
           SUBTRACT 1 FROM w-cant-grp.
           OPEN OUTPUT GRUPOS.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-grp
               MOVE tg-grupo(w-g) TO gf-grupo
               MOVE tg-codigo(w-g) TO gf-codigo
               MOVE tg-rol(w-g) TO gf-rol
               WRITE grupo-reg
           END-PERFORM.
           CLOSE GRUPOS.
       510-CERRAR-ADHESIONES.
           MOVE 0 TO w-cant-adh.
           MOVE 0 TO w-cant-filas.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ADHESIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-filas < w-max-filas
                   ADD 1 TO w-cant-filas
                   MOVE adhesion-reg TO tf-reg(w-cant-filas)
               ELSE
                   MOVE 1 TO w-filas-desborde
               END-IF
               READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ADHESIONES.
           MOVE 0 TO w-sen.
           IF filas-desborde
               DISPLAY "ATENCION: ADHESIONES supera las ", w-max-filas,
                   " filas; no fue modificado"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ADHESIONES.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-filas
               MOVE tf-reg(w-n) TO adhesion-reg
               IF adh-codigo = w-soc-codigo AND NOT adhesion-de-baja
                   MOVE "B" TO adh-estado
                   ADD 1 TO w-cant-adh
               END-IF
               WRITE adhesion-reg
           END-PERFORM.
           CLOSE ADHESIONES.
      * Freed the way LOCKERS-MANT frees one; the waiting list of
      * the sector is served from LOCKERS-MANT as usual.
       520-LIBERAR-LOCKERS.
           MOVE 0 TO w-cant-lks.
           MOVE 0 TO w-cant-filas.
           OPEN INPUT LOCKERS.
           IF w-lockers-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ LOCKERS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-filas < w-max-filas
                   ADD 1 TO w-cant-filas
                   MOVE locker-reg TO tf-reg(w-cant-filas)
               ELSE
                   MOVE 1 TO w-filas-desborde
               END-IF
               READ LOCKERS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE LOCKERS.
           MOVE 0 TO w-sen.
           IF filas-desborde
               DISPLAY "ATENCION: LOCKERS supera las ", w-max-filas,
                   " filas; no fue modificado"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOCKERS.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-filas
               MOVE tf-reg(w-n) TO locker-reg
               IF locker-ocupado AND lk-codigo = w-soc-codigo
                   DISPLAY "Locker ", lk-numero, " del sector ",
                       lk-sector, " liberado"
                   MOVE "L" TO lk-estado
                   MOVE 0 TO lk-codigo
                   MOVE 0 TO lk-desde
                   ADD 1 TO w-cant-lks
               END-IF
               WRITE locker-reg
           END-PERFORM.
           CLOSE LOCKERS.
      * An inscripcion open past the month of death ends with it.
       530-CERRAR-INSCRIPCIONES.
           MOVE 0 TO w-cant-ins.
           MOVE 0 TO w-cant-filas.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-filas < w-max-filas
                   ADD 1 TO w-cant-filas
                   MOVE inscripcion-reg TO tf-reg(w-cant-filas)
               ELSE
                   MOVE 1 TO w-filas-desborde
               END-IF
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           MOVE 0 TO w-sen.
           IF filas-desborde
               DISPLAY "ATENCION: INSCRIPCIONES supera las ",
                   w-max-filas, " filas; no fue modificado"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INSCRIPCIONES.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-filas
               MOVE tf-reg(w-n) TO inscripcion-reg
               IF ins-codigo = w-soc-codigo AND
                  (ins-hasta = 0 OR ins-hasta > w-periodo-muerte)
                   IF ins-desde > w-periodo-muerte
                       MOVE ins-desde TO ins-hasta
                   ELSE
                       MOVE w-periodo-muerte TO ins-hasta
                   END-IF
                   ADD 1 TO w-cant-ins
               END-IF
               WRITE inscripcion-reg
           END-PERFORM.
           CLOSE INSCRIPCIONES.
      * The month of death stays owed; every pending document of a
      * later period is withdrawn. Settled documents are left alone.
       540-RETIRAR-DEVENGOS.
           MOVE 0 TO w-cant-cargos.
           MOVE 0 TO w-cant-filas.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ DEVENGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-filas < w-max-filas
                   ADD 1 TO w-cant-filas
                   MOVE devengo-reg TO tf-reg(w-cant-filas)
               ELSE
                   MOVE 1 TO w-filas-desborde
               END-IF
               READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           MOVE 0 TO w-sen.
           IF filas-desborde
               DISPLAY "ATENCION: DEVENGOS supera las ", w-max-filas,
                   " filas; no fue modificado"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DEVENGOS.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-filas
               MOVE tf-reg(w-n) TO devengo-reg
               IF dv-codigo = w-soc-codigo AND devengo-pendiente AND
                  dv-periodo > w-periodo-muerte
                   MOVE "A" TO dv-estado
                   ADD 1 TO w-cant-cargos
               END-IF
               WRITE devengo-reg
           END-PERFORM.
           CLOSE DEVENGOS.
       550-RETIRAR-APORTES.
           MOVE 0 TO w-cant-filas.
           OPEN INPUT APORTES-CARGOS.
           IF w-aportes-cargos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-cant-filas < w-max-filas
                   ADD 1 TO w-cant-filas
                   MOVE aporte-cargo-reg TO tf-reg(w-cant-filas)
               ELSE
                   MOVE 1 TO w-filas-desborde
               END-IF
               READ APORTES-CARGOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE APORTES-CARGOS.
           MOVE 0 TO w-sen.
           IF filas-desborde
               DISPLAY "ATENCION: APORTES-CARGOS supera las ",
                   w-max-filas, " filas; no fue modificado"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT APORTES-CARGOS.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-filas
               MOVE tf-reg(w-n) TO aporte-cargo-reg
               IF apc-codigo = w-soc-codigo AND cargo-pendiente AND
                  apc-fecha-gen > w-fecha-muerte
                   MOVE "X" TO apc-estado
                   ADD 1 TO w-cant-cargos
               END-IF
               WRITE aporte-cargo-reg
           END-PERFORM.
           CLOSE APORTES-CARGOS.
      * The available saldo a favor (altas less usos less earlier
      * freezes) is frozen whole with one "F" row; from then on
      * CUOTAS-MANT no longer offers it and only EGRESOS-CAJA pays
      * it out, to the heirs.
       560-CONGELAR-CREDITO.
           MOVE 0 TO w-credito.
           OPEN INPUT CREDITOS.
           IF w-creditos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CREDITOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cred-codigo = w-soc-codigo
                   IF credito-alta
                       ADD cred-monto TO w-credito
                   END-IF
                   IF credito-aplicado OR credito-congelado
                       SUBTRACT cred-monto FROM w-credito
                   END-IF
               END-IF
               READ CREDITOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CREDITOS.
           MOVE 0 TO w-sen.
           IF w-credito NOT > 0
               MOVE 0 TO w-credito
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CREDITOS.
           MOVE w-soc-codigo TO cred-codigo.
           MOVE w-hoy TO cred-fecha.
           MOVE "F" TO cred-tipo.
           MOVE w-credito TO cred-monto.
           MOVE 0 TO cred-recibo.
           MOVE SPACES TO cred-motivo.
           STRING "FALLECIMIENTO ACTA " DELIMITED BY SIZE
               w-acta DELIMITED BY SIZE
               INTO cred-motivo
           END-STRING.
           MOVE w-operador TO cred-operador.
           WRITE credito-reg.
           CLOSE CREDITOS.
      * Same soft-baja route as every other baja: the slot stays in
      * its chain marked "B" until PURGA-BAJAS removes it.
       600-BAJA-SOCIO.
           MOVE w-soc-codigo TO w-buscar-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           MOVE "B" TO soc-estado.
           MOVE w-fecha-muerte TO soc-fecha-baja.
           MOVE 3 TO soc-motivo-baja.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           OPEN EXTEND BAJAS-HIST.
           IF w-bajas-hist-status = "35"
               OPEN OUTPUT BAJAS-HIST
               CLOSE BAJAS-HIST
               OPEN EXTEND BAJAS-HIST
           END-IF.
           MOVE soc-codigo TO bh-codigo.
           MOVE soc-nombre TO bh-nombre.
           MOVE soc-motivo-baja TO bh-motivo.
           MOVE soc-fecha-baja TO bh-fecha.
           MOVE soc-fecha-alta TO bh-fecha-alta.
           WRITE bajas-hist-reg.
           CLOSE BAJAS-HIST.
       610-GRABAR-FALLECIMIENTO.
           OPEN EXTEND FALLECIMIENTOS.
           IF w-fallecimientos-status = "35"
               OPEN OUTPUT FALLECIMIENTOS
               CLOSE FALLECIMIENTOS
               OPEN EXTEND FALLECIMIENTOS
           END-IF.
           MOVE w-soc-codigo TO fal-codigo.
           MOVE w-nombre TO fal-nombre.
           MOVE w-fecha-muerte TO fal-fecha.
           MOVE w-acta TO fal-acta.
           MOVE w-hoy TO fal-fecha-registro.
           MOVE w-grupo TO fal-grupo.
           MOVE w-nuevo-titular TO fal-nuevo-titular.
           MOVE w-cant-adh TO fal-adhesiones.
           MOVE w-cant-lks TO fal-lockers.
           MOVE w-cant-ins TO fal-inscripciones.
           MOVE w-cant-cargos TO fal-cargos.
           MOVE w-credito TO fal-credito.
           MOVE w-operador TO fal-operador.
           WRITE fallecimiento-reg.
           CLOSE FALLECIMIENTOS.
      * One entry for the whole process: the detail of what was
      * settled is in fallecimientos.dat.
       620-AUDITAR.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE "FALLECIMIENTO" TO audit-operacion.
           MOVE w-soc-codigo TO audit-codigo.
           MOVE w-nombre TO audit-nombre-antes.
           MOVE w-acta TO audit-nombre-despues.
           WRITE audit-reg.
           CLOSE AUDITORIA.
       700-LISTAR.
           OPEN INPUT FALLECIMIENTOS.
           IF w-fallecimientos-status NOT = "00"
               DISPLAY "No hay fallecimientos registrados"
               EXIT PARAGRAPH
           END-IF.
           READ FALLECIMIENTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE fal-credito TO w-credito-edit
               DISPLAY fal-codigo, " ", fal-nombre, " FALLECIO ",
                   fal-fecha, " ACTA ", fal-acta
               DISPLAY "    GRUPO ", fal-grupo, " NUEVO TITULAR ",
                   fal-nuevo-titular, " CARGOS RETIRADOS ",
                   fal-cargos, " CREDITO CONGELADO ",
                   w-credito-edit, " OP ", fal-operador
               READ FALLECIMIENTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE FALLECIMIENTOS.
           MOVE 0 TO w-sen.
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           CLOSE SOCIOS.
           DISPLAY "Registro de fallecimientos finalizado".
       END PROGRAM FALLECIMIENTO.
