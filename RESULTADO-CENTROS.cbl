      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly profit and loss per cost center, so the
      *          board can see whether a section or a sucursal pays
      *          for itself. Expenses come from the gastos of
      *          egresos.dat (EGRESOS-CAJA) and the payment orders of
      *          ordenes-pago.dat (ORDENES-PAGO), each charged to a
      *          section, a sucursal or general overhead. Two tables
      *          are printed, because a cuota already carries the
      *          section fees and counting both would add the same
      *          money twice:
      *          - by section: the fees of the inscripciones vigente
      *            in the month at the sec-cuota of secciones.dat, the
      *            court turns of reservas.dat (kept or no-show) at
      *            the TARIFA-CANCHA-<seccion> parameter where one is
      *            set, and the lockers occupied in a sector named
      *            like the section, against the expenses charged to
      *            each section;
      *          - by sucursal: the cuotas paid in the month (aportes
      *            and consumos excluded, anulaciones deducted) by
      *            the soc-sucursal of the payer, against the
      *            expenses charged to each sucursal.
      *          General overhead is prorated in each table by the
      *          key chosen at run time: income, equal parts, or
      *          members (enrolled per section, socios activos per
      *          sucursal). Output goes to resultado-centros.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-CENTROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyEgresos.cpy.cbl".
           COPY "CpyOrdenesPago.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-reservas-status.
           SELECT REPORTE-RES ASSIGN TO "..\resultado-centros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyEgresosReg.cpy.cbl".
           COPY "CpyOrdenesPagoReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  RESERVAS.
       01  reserva-reg.
           03 rv-fecha pic 9(8).
           03 rv-seccion pic xxx.
           03 rv-cancha pic 9(2).
           03 rv-hora pic 9(2).
           03 rv-codigo pic 9(4).
           03 rv-estado pic x.
               88 reserva-vigente value "R".
               88 reserva-cancelada value "C".
               88 reserva-no-show value "N".
       FD  REPORTE-RES.
       01  reporte-res-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-secciones-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-lockers-status pic xx.
       77  w-egresos-status pic xx.
       77  w-ordenes-pago-status pic xx.
       77  w-parametros-status pic xx.
       77  w-reservas-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-clave pic 9.
           88 clave-valida values 1 2 3.
           88 clave-ingresos value 1.
           88 clave-partes-iguales value 2.
           88 clave-socios value 3.
       77  w-i pic 9(4).
       77  w-s pic 99.
       77  w-signo pic s9.
       01  w-param-cancha pic x(20).
       77  w-cant-sec pic 99 value 0.
       01  tab-secciones.
           05 secciones-ent occurs 50 times.
               07 tse-codigo pic xxx.
               07 tse-nombre pic x(15).
               07 tse-cuota pic 9(6)v99.
               07 tse-tarifa-cancha pic 9(6).
               07 tse-ing-cuotas pic 9(9)v99.
               07 tse-ing-canchas pic 9(9)v99.
               07 tse-ing-lockers pic 9(9)v99.
               07 tse-ingresos pic 9(9)v99.
               07 tse-gastos pic 9(9)v99.
               07 tse-inscriptos pic 9(5).
               07 tse-prorrateo pic 9(9)v99.
       77  w-cant-suc pic 99 value 0.
       01  tab-sucursales.
           05 sucursales-ent occurs 51 times.
               07 tsu-codigo pic xxx.
               07 tsu-nombre pic x(11).
               07 tsu-ingresos pic s9(9)v99.
               07 tsu-gastos pic 9(9)v99.
               07 tsu-socios pic 9(5).
               07 tsu-prorrateo pic 9(9)v99.
      * Sucursal of each socio by code, as its row in tab-sucursales.
       01  tab-suc-socio.
           05 tss-suc occurs 9999 times pic 99.
       77  w-lockers-sin-seccion pic 9(9)v99 value 0.
       77  w-gastos-generales pic 9(9)v99 value 0.
       77  w-gasto pic 9(9)v99.
       01  w-gasto-tipo pic x.
       01  w-gasto-centro pic xxx.
      * Prorating work fields: each table loads its centers' key
      * into tab-claves and gets the shares back in tab-cuotas-pr.
       77  w-cant-pr pic 99.
       77  w-p pic 99.
       01  tab-prorrateo.
           05 prorrateo-ent occurs 51 times.
               07 tpr-clave pic s9(9)v99.
               07 tpr-parte pic 9(9)v99.
       77  w-total-clave pic s9(11)v99.
       77  w-asignado pic 9(9)v99.
       77  w-tot-ingresos pic s9(11)v99.
       77  w-tot-gastos pic 9(11)v99.
       77  w-tot-prorrateo pic 9(11)v99.
       77  w-resultado pic s9(11)v99.
       01  w-linea-cen.
           03 lc-codigo pic xxx.
           03 filler pic x.
           03 lc-nombre pic x(15).
           03 lc-ingresos pic -zzzzzzz9.99.
           03 filler pic x.
           03 lc-gastos pic zzzzzzzz9.99.
           03 lc-prorrateo pic zzzzzzzz9.99.
           03 lc-resultado pic -zzzzzzzz9.99.
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-INGRESOS-SECCIONES.
           PERFORM 250-INGRESOS-SUCURSALES.
           PERFORM 300-GASTOS.
           PERFORM 400-IMPRIMIR-SECCIONES.
           PERFORM 500-IMPRIMIR-SUCURSALES.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           DISPLAY "Periodo a informar (AAAAMM)".
           ACCEPT w-periodo.
           MOVE 0 TO w-clave.
           PERFORM UNTIL clave-valida
               DISPLAY "Prorrateo de gastos generales: 1-Por ingresos"
                   " / 2-Partes iguales / 3-Por socios"
               ACCEPT w-clave
           END-PERFORM.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-SECCIONES.
           PERFORM 115-LEER-TARIFAS-CANCHA.
           PERFORM 120-CARGAR-SUCURSALES.
           PERFORM 130-UBICAR-SOCIOS.
           OPEN OUTPUT REPORTE-RES.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-CARGAR-SECCIONES.
           MOVE 0 TO w-cant-sec.
           INITIALIZE tab-secciones.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen
               READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-sec >= 50
                   ADD 1 TO w-cant-sec
                   MOVE sec-codigo TO tse-codigo(w-cant-sec)
                   MOVE sec-nombre TO tse-nombre(w-cant-sec)
                   MOVE sec-cuota TO tse-cuota(w-cant-sec)
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen.
      * A section without its TARIFA-CANCHA-<seccion> parameter does
      * not charge its courts: its turns bring no income.
       115-LEER-TARIFAS-CANCHA.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ PARAMETROS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
                   MOVE SPACES TO w-param-cancha
                   STRING "TARIFA-CANCHA-" DELIMITED BY SIZE
                       tse-codigo(w-s) DELIMITED BY SIZE
                       INTO w-param-cancha
                   END-STRING
                   IF param-clave = w-param-cancha
                       MOVE param-valor TO tse-tarifa-cancha(w-s)
                   END-IF
               END-PERFORM
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PARAMETROS.
           MOVE 0 TO w-sen.
       120-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           INITIALIZE tab-sucursales.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-suc >= 50
                   ADD 1 TO w-cant-suc
                   MOVE sm-codigo TO tsu-codigo(w-cant-suc)
                   MOVE sm-nombre TO tsu-nombre(w-cant-suc)
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           ADD 1 TO w-cant-suc.
           MOVE SPACES TO tsu-codigo(w-cant-suc).
           MOVE "SIN SUCURSA" TO tsu-nombre(w-cant-suc).
           MOVE 0 TO w-sen.
      * Walks arch.dat the way REPORTE-SUC-SOCIOS does: every socio
      * gets its sucursal row, and the activos count towards the
      * member key.
       130-UBICAR-SOCIOS.
           INITIALIZE tab-suc-socio.
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
                           PERFORM 135-UBICAR-UN-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
       135-UBICAR-UN-SOCIO.
           MOVE w-cant-suc TO w-s.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i >= w-cant-suc
               IF tsu-codigo(w-i) = soc-sucursal
                   MOVE w-i TO w-s
               END-IF
           END-PERFORM.
           MOVE w-s TO tss-suc(soc-codigo).
           IF socio-activo
               ADD 1 TO tsu-socios(w-s)
           END-IF.
       200-INGRESOS-SECCIONES.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ins-desde <= w-periodo AND
                      (ins-hasta = 0 OR ins-hasta >= w-periodo)
                       PERFORM 210-CUOTA-SECCION
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           OPEN INPUT RESERVAS.
           IF w-reservas-status = "00"
               MOVE 0 TO w-sen
               READ RESERVAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF rv-fecha(1:6) = w-periodo AND
                      NOT reserva-cancelada
                       PERFORM 220-TURNO-CANCHA
                   END-IF
                   READ RESERVAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
           OPEN INPUT LOCKERS.
           IF w-lockers-status = "00"
               MOVE 0 TO w-sen
               READ LOCKERS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF locker-ocupado AND lk-desde <= w-periodo
                       PERFORM 230-ALQUILER-LOCKER
                   END-IF
                   READ LOCKERS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE LOCKERS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               COMPUTE tse-ingresos(w-s) = tse-ing-cuotas(w-s)
                   + tse-ing-canchas(w-s) + tse-ing-lockers(w-s)
           END-PERFORM.
       210-CUOTA-SECCION.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               IF tse-codigo(w-s) = ins-seccion
                   ADD tse-cuota(w-s) TO tse-ing-cuotas(w-s)
                   ADD 1 TO tse-inscriptos(w-s)
               END-IF
           END-PERFORM.
       220-TURNO-CANCHA.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               IF tse-codigo(w-s) = rv-seccion
                   ADD tse-tarifa-cancha(w-s) TO tse-ing-canchas(w-s)
               END-IF
           END-PERFORM.
      * A locker in a sector that is not a section code (the general
      * changing rooms) is general income, shown apart.
       230-ALQUILER-LOCKER.
           MOVE 0 TO w-i.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               IF tse-codigo(w-s) = lk-sector
                   ADD lk-tarifa TO tse-ing-lockers(w-s)
                   MOVE 1 TO w-i
               END-IF
           END-PERFORM.
           IF w-i = 0
               ADD lk-tarifa TO w-lockers-sin-seccion
           END-IF.
       250-INGRESOS-SUCURSALES.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cuota-fecha-pago(1:6) = w-periodo AND
                  NOT cuota-aporte AND NOT cuota-consumo
                   PERFORM 260-CUOTA-SUCURSAL
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen.
       260-CUOTA-SUCURSAL.
           IF cuota-anulacion
               MOVE -1 TO w-signo
           ELSE
               MOVE +1 TO w-signo
           END-IF.
           MOVE w-cant-suc TO w-s.
           IF cuota-codigo NOT = 0
               IF tss-suc(cuota-codigo) NOT = 0
                   MOVE tss-suc(cuota-codigo) TO w-s
               END-IF
           END-IF.
           COMPUTE tsu-ingresos(w-s) = tsu-ingresos(w-s)
               + (cuota-monto + cuota-recargo) * w-signo.
      * Devoluciones give income back and are left out. An expense
      * whose center is blank, G or a code no longer on file goes
      * to general overhead.
       300-GASTOS.
           OPEN INPUT EGRESOS.
           IF w-egresos-status = "00"
               MOVE 0 TO w-sen
               READ EGRESOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF egr-fecha(1:6) = w-periodo AND egreso-gasto
                       MOVE egr-monto TO w-gasto
                       MOVE egr-centro-tipo TO w-gasto-tipo
                       MOVE egr-centro TO w-gasto-centro
                       PERFORM 310-IMPUTAR-GASTO
                   END-IF
                   READ EGRESOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE EGRESOS
           END-IF.
           OPEN INPUT ORDENES-PAGO.
           IF w-ordenes-pago-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF op-fecha(1:6) = w-periodo
                       MOVE op-monto TO w-gasto
                       MOVE op-centro-tipo TO w-gasto-tipo
                       MOVE op-centro TO w-gasto-centro
                       PERFORM 310-IMPUTAR-GASTO
                   END-IF
                   READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-PAGO
           END-IF.
           MOVE 0 TO w-sen.
       310-IMPUTAR-GASTO.
           MOVE 0 TO w-i.
           IF w-gasto-tipo = "S"
               PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
                   IF tse-codigo(w-s) = w-gasto-centro
                       ADD w-gasto TO tse-gastos(w-s)
                       MOVE 1 TO w-i
                   END-IF
               END-PERFORM
           END-IF.
           IF w-gasto-tipo = "U"
               PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s >= w-cant-suc
                   IF tsu-codigo(w-s) = w-gasto-centro
                       ADD w-gasto TO tsu-gastos(w-s)
                       MOVE 1 TO w-i
                   END-IF
               END-PERFORM
           END-IF.
           IF w-i = 0
               ADD w-gasto TO w-gastos-generales
           END-IF.
      * Shares the general overhead over the w-cant-pr centers loaded
      * in tab-prorrateo. A key that adds up to zero falls back to
      * equal parts; the last center takes the rounding difference.
       350-PRORRATEAR.
           MOVE 0 TO w-total-clave.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-pr
               IF clave-partes-iguales OR tpr-clave(w-p) < 0
                   MOVE 1 TO tpr-clave(w-p)
               END-IF
               ADD tpr-clave(w-p) TO w-total-clave
           END-PERFORM.
           IF w-total-clave = 0
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-pr
                   MOVE 1 TO tpr-clave(w-p)
               END-PERFORM
               MOVE w-cant-pr TO w-total-clave
           END-IF.
           MOVE 0 TO w-asignado.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-pr
               IF w-p = w-cant-pr
                   COMPUTE tpr-parte(w-p) =
                       w-gastos-generales - w-asignado
               ELSE
                   COMPUTE tpr-parte(w-p) ROUNDED =
                       w-gastos-generales * tpr-clave(w-p)
                       / w-total-clave
                   ADD tpr-parte(w-p) TO w-asignado
               END-IF
           END-PERFORM.
       400-IMPRIMIR-SECCIONES.
           MOVE SPACES TO w-linea.
           STRING "=== RESULTADO POR CENTRO DE COSTO - PERIODO "
                   DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE w-gastos-generales TO w-monto-edit.
           MOVE SPACES TO w-linea.
           STRING "GASTOS GENERALES A PRORRATEAR: " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           EVALUATE TRUE
               WHEN clave-ingresos
                   MOVE "(POR INGRESOS)" TO w-linea(45:14)
               WHEN clave-partes-iguales
                   MOVE "(PARTES IGUALES)" TO w-linea(45:16)
               WHEN OTHER
                   MOVE "(POR SOCIOS)" TO w-linea(45:12)
           END-EVALUATE.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== POR SECCION ===" TO w-linea.
           PERFORM 690-ESCRIBIR.
           IF w-cant-sec = 0
               MOVE "No hay secciones cargadas" TO w-linea
               PERFORM 690-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           MOVE w-cant-sec TO w-cant-pr.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               IF clave-socios
                   MOVE tse-inscriptos(w-s) TO tpr-clave(w-s)
               ELSE
                   MOVE tse-ingresos(w-s) TO tpr-clave(w-s)
               END-IF
           END-PERFORM.
           PERFORM 350-PRORRATEAR.
           PERFORM 450-ENCABEZADO.
           MOVE 0 TO w-tot-ingresos.
           MOVE 0 TO w-tot-gastos.
           MOVE 0 TO w-tot-prorrateo.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               MOVE tpr-parte(w-s) TO tse-prorrateo(w-s)
               MOVE SPACES TO w-linea-cen
               MOVE tse-codigo(w-s) TO lc-codigo
               MOVE tse-nombre(w-s) TO lc-nombre
               MOVE tse-ingresos(w-s) TO lc-ingresos
               MOVE tse-gastos(w-s) TO lc-gastos
               MOVE tse-prorrateo(w-s) TO lc-prorrateo
               COMPUTE w-resultado = tse-ingresos(w-s)
                   - tse-gastos(w-s) - tse-prorrateo(w-s)
               MOVE w-resultado TO lc-resultado
               MOVE w-linea-cen TO w-linea
               PERFORM 690-ESCRIBIR
               ADD tse-ingresos(w-s) TO w-tot-ingresos
               ADD tse-gastos(w-s) TO w-tot-gastos
               ADD tse-prorrateo(w-s) TO w-tot-prorrateo
           END-PERFORM.
           PERFORM 460-TOTALES.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "DETALLE DE INGRESOS        CUOTAS" DELIMITED BY SIZE
               "      CANCHAS      LOCKERS" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sec
               MOVE SPACES TO w-linea-cen
               MOVE tse-codigo(w-s) TO lc-codigo
               MOVE tse-nombre(w-s) TO lc-nombre
               MOVE tse-ing-cuotas(w-s) TO lc-ingresos
               MOVE tse-ing-canchas(w-s) TO lc-gastos
               MOVE tse-ing-lockers(w-s) TO lc-prorrateo
               MOVE w-linea-cen(1:68) TO w-linea
               PERFORM 690-ESCRIBIR
           END-PERFORM.
           MOVE w-lockers-sin-seccion TO w-monto-edit.
           MOVE SPACES TO w-linea.
           STRING "LOCKERS FUERA DE LAS SECCIONES (INGRESO GENERAL): "
                   DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       450-ENCABEZADO.
           MOVE SPACES TO w-linea.
           STRING "CEN NOMBRE              INGRESOS GASTOS DIREC."
                   DELIMITED BY SIZE
               "   PRORRATEO    RESULTADO" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       460-TOTALES.
           MOVE SPACES TO w-linea-cen.
           MOVE "TOTAL" TO lc-nombre.
           MOVE w-tot-ingresos TO lc-ingresos.
           MOVE w-tot-gastos TO lc-gastos.
           MOVE w-tot-prorrateo TO lc-prorrateo.
           COMPUTE w-resultado =
               w-tot-ingresos - w-tot-gastos - w-tot-prorrateo.
           MOVE w-resultado TO lc-resultado.
           MOVE w-linea-cen TO w-linea.
           PERFORM 690-ESCRIBIR.
       500-IMPRIMIR-SUCURSALES.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== POR SUCURSAL ===" TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE w-cant-suc TO w-cant-pr.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-suc
               IF clave-socios
                   MOVE tsu-socios(w-s) TO tpr-clave(w-s)
               ELSE
                   MOVE tsu-ingresos(w-s) TO tpr-clave(w-s)
               END-IF
           END-PERFORM.
           PERFORM 350-PRORRATEAR.
           PERFORM 450-ENCABEZADO.
           MOVE 0 TO w-tot-ingresos.
           MOVE 0 TO w-tot-gastos.
           MOVE 0 TO w-tot-prorrateo.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-suc
               MOVE tpr-parte(w-s) TO tsu-prorrateo(w-s)
               MOVE SPACES TO w-linea-cen
               MOVE tsu-codigo(w-s) TO lc-codigo
               MOVE tsu-nombre(w-s) TO lc-nombre
               MOVE tsu-ingresos(w-s) TO lc-ingresos
               MOVE tsu-gastos(w-s) TO lc-gastos
               MOVE tsu-prorrateo(w-s) TO lc-prorrateo
               COMPUTE w-resultado = tsu-ingresos(w-s)
                   - tsu-gastos(w-s) - tsu-prorrateo(w-s)
               MOVE w-resultado TO lc-resultado
               MOVE w-linea-cen TO w-linea
               PERFORM 690-ESCRIBIR
               ADD tsu-ingresos(w-s) TO w-tot-ingresos
               ADD tsu-gastos(w-s) TO w-tot-gastos
               ADD tsu-prorrateo(w-s) TO w-tot-prorrateo
           END-PERFORM.
           PERFORM 460-TOTALES.
       690-ESCRIBIR.
           MOVE w-linea TO reporte-res-linea.
           WRITE reporte-res-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-RES.
           MOVE "resultado-centros.txt" TO w-rep-archivo.
           MOVE "RESULT-CENTROS" TO w-rep-informe.
           MOVE "RESULTADO-CENTROS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en resultado-centros.txt".
       END PROGRAM RESULTADO-CENTROS.
