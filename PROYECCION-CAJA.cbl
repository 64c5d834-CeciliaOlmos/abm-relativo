      ******************************************************************
      * Author:
      * Date:
      * Purpose: Treasury cash-flow projection for the next 8 weeks,
      *          so the treasurer sees in advance whether there will
      *          be cash for the bills. Starting from the balance the
      *          treasurer enters, each week adds:
      *          - the cheques en cartera of cheques.dat, by their
      *            deposit date;
      *          - the next direct-debit collection, on the DEBITO-DIA
      *            of the month (10 when not set), with every active
      *            adhesion priced the way DEBITO-PRESENTA prices it;
      *          - the pending company invoices of
      *            empresa-facturas.dat, EMPRESA-PLAZO-DIAS days (30
      *            when not set) after their emission;
      *          - the weekly average of the cash recibos of the last
      *            8 weeks;
      *          and takes away:
      *          - the supplier invoices of facturas-prov.dat falling
      *            due, for what is still unpaid;
      *          - the recurring expenses registered here in
      *            gastos-fijos.dat (rent, services, salaries), on
      *            their day of the month;
      *          - the weekly average of the cash vouchers of
      *            egresos.dat over the last 8 weeks.
      *          Whatever is already overdue falls in the first week.
      *          A week whose projected balance goes negative is
      *          flagged. Output goes to proyeccion-caja.txt.
      *          Registering and removing recurring expenses is
      *          reserved to supervisors.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-CAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyAportesCargos.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyCheques.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyFactProv.cpy.cbl".
           COPY "CpyEgresos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT EMPRESA-FACTURAS
               ASSIGN TO "..\empresa-facturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-facturas-status.
           SELECT GASTOS-FIJOS ASSIGN TO "..\gastos-fijos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-gastos-fijos-status.
           SELECT PROYECCION ASSIGN TO "..\proyeccion-caja.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyAportesCargosReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyChequesReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyFactProvReg.cpy.cbl".
           COPY "CpyEgresosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  EMPRESA-FACTURAS.
       01  empresa-factura-reg.
           03 ef-empresa pic 9(3).
           03 ef-periodo pic 9(6).
           03 ef-total pic 9(9)v99.
           03 ef-estado pic x.
           03 ef-fecha-emision pic 9(8).
      * Recurring expense paid every month on gf-dia; a day past the
      * end of a short month is paid on its last day.
       FD  GASTOS-FIJOS.
       01  gasto-fijo-reg.
           03 gf-numero pic 9(3).
           03 gf-concepto pic x(30).
           03 gf-monto pic 9(9)v99.
           03 gf-dia pic 99.
           03 gf-estado pic x.
               88 gasto-fijo-activo value "A".
               88 gasto-fijo-de-baja value "B".
           03 gf-operador pic x(12).
       FD  PROYECCION.
       01  proyeccion-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-adhesiones-status pic xx.
       77  w-convenios-status pic xx.
       77  w-aportes-cargos-status pic xx.
       77  w-becas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-cheques-status pic xx.
       77  w-recibos-status pic xx.
       77  w-facturas-prov-status pic xx.
       77  w-egresos-status pic xx.
       77  w-facturas-status pic xx.
       77  w-gastos-fijos-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-hoy-int pic 9(7).
       77  w-fecha pic 9(8).
       77  w-fecha-int pic 9(7).
       77  w-dias pic s9(7).
       77  w-semana pic 99.
       77  w-k pic 99.
       77  w-importe pic 9(9)v99.
       77  w-debito-dia pic 99 value 10.
       77  w-plazo-empresas pic 9(3) value 30.
      * Recurring expenses.
       77  w-cant-gf pic 9(3) value 0.
       77  w-g pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-gf-numero pic 9(3).
       01  w-gf-concepto pic x(30).
       77  w-gf-monto pic 9(9)v99.
       77  w-gf-dia pic 99.
       01  tab-gastos-fijos.
           05 gastos-fijos-ent occurs 1 to 200 times
                   depending on w-cant-gf.
               07 tgf-numero pic 9(3).
               07 tgf-concepto pic x(30).
               07 tgf-monto pic 9(9)v99.
               07 tgf-dia pic 99.
               07 tgf-estado pic x.
               07 tgf-operador pic x(12).
       77  w-mes-anio pic 9(4).
       77  w-mes-mes pic 99.
       77  w-mes-dia pic 99.
       77  w-m pic 9.
      * The 8 weeks of the projection; week 1 starts today.
       77  w-saldo-inicial pic s9(9)v99.
       77  w-saldo pic s9(11)v99.
       77  w-ingresos pic 9(11)v99.
       77  w-egresos pic 9(11)v99.
       77  w-prom-mostrador pic 9(9)v99.
       77  w-prom-caja pic 9(9)v99.
       77  w-semanas-negativas pic 9 value 0.
       01  tab-semanas.
           05 semanas-ent occurs 8 times.
               07 tsm-desde pic 9(8).
               07 tsm-hasta pic 9(8).
               07 tsm-cheques pic 9(9)v99.
               07 tsm-debito pic 9(9)v99.
               07 tsm-empresas pic 9(9)v99.
               07 tsm-mostrador pic 9(9)v99.
               07 tsm-proveedores pic 9(9)v99.
               07 tsm-fijos pic 9(9)v99.
               07 tsm-caja pic 9(9)v99.
               07 tsm-saldo pic s9(11)v99.
      * Pricing of the next debit, as in DEBITO-PRESENTA.
       01  w-periodo-max pic 9(6).
       01  w-periodo-r redefines w-periodo-max pic x(6).
       01  w-hay-pago pic 9 value 0.
           88 hay-pago value 1.
       77  w-cobro-fecha pic 9(8).
       77  w-anio-hoy pic 9(4).
       77  w-mes-hoy pic 9(2).
       77  w-anio-pago pic 9(4).
       77  w-mes-pago pic 9(2).
       77  w-periodo-iter pic 9(6).
       77  w-meses-iter pic 9(6).
       77  w-iter-anio pic 9(4).
       77  w-iter-mes pic 9(2).
       77  w-cant-adeudados pic 9(3).
       77  w-total-deuda pic 9(10)v99.
       77  w-total-debito pic 9(10)v99.
       77  w-tarifa-monto pic 9(6)v99.
       77  w-tarifa-desde pic 9(6).
       77  w-cant-tarifas pic 9(3) value 0.
       77  w-t pic 9(3).
       01  tab-tarifas.
           05 tarifas-ent occurs 1 to 100 times
                   depending on w-cant-tarifas.
               07 tt-categoria pic x.
               07 tt-desde pic 9(6).
               07 tt-monto pic 9(6)v99.
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-cant-conv pic 9(3) value 0.
       77  w-c pic 9(3).
       77  w-conv-al-dia pic 9 value 0.
           88 convenio-al-dia value 1.
       77  w-conv-esperadas pic s9(6).
       77  w-conv-anio pic 9(4).
       77  w-conv-mes pic 9(2).
       01  tab-convenios.
           05 convenios-ent occurs 1 to 200 times
                   depending on w-cant-conv.
               07 tc-codigo pic 9(4).
               07 tc-cant pic 99.
               07 tc-pagadas pic 99.
               07 tc-inicio pic 9(6).
       77  w-cant-cargos pic 9(4) value 0.
       77  w-cg pic 9(4).
       77  w-total-aportes pic 9(8)v99.
       01  tab-cargos-pend.
           05 cargos-pend-ent occurs 1 to 2000 times
                   depending on w-cant-cargos.
               07 tcg-codigo pic 9(4).
               07 tcg-monto pic 9(6)v99.
       77  w-cant-becas pic 9(3) value 0.
       77  w-bc pic 9(3).
       77  w-beca-pct pic 9(3).
       01  tab-becas.
           05 becas-ent occurs 1 to 300 times
                   depending on w-cant-becas.
               07 tb-codigo pic 9(4).
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-saldo-edit pic -zzzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROYECCION-CAJA" TO w-programa-log.
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
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           COMPUTE w-hoy-int = FUNCTION INTEGER-OF-DATE(w-hoy).
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETROS.
           PERFORM 110-CARGAR-GASTOS-FIJOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "LICENCIA-PCT"
                       MOVE param-valor TO w-licencia-pct
                   END-IF
                   IF param-clave = "DEBITO-DIA" AND
                      param-valor > 0 AND param-valor < 29
                       MOVE param-valor TO w-debito-dia
                   END-IF
                   IF param-clave = "EMPRESA-PLAZO-DIAS"
                       MOVE param-valor TO w-plazo-empresas
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       110-CARGAR-GASTOS-FIJOS.
           MOVE 0 TO w-cant-gf.
           OPEN INPUT GASTOS-FIJOS.
           IF w-gastos-fijos-status = "00"
               MOVE 0 TO w-sen
               READ GASTOS-FIJOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-gf < 200
                       ADD 1 TO w-cant-gf
                       MOVE gf-numero TO tgf-numero(w-cant-gf)
                       MOVE gf-concepto TO tgf-concepto(w-cant-gf)
                       MOVE gf-monto TO tgf-monto(w-cant-gf)
                       MOVE gf-dia TO tgf-dia(w-cant-gf)
                       MOVE gf-estado TO tgf-estado(w-cant-gf)
                       MOVE gf-operador TO tgf-operador(w-cant-gf)
                   END-IF
                   READ GASTOS-FIJOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE GASTOS-FIJOS
           END-IF.
           MOVE 0 TO w-sen.
       115-GRABAR-GASTOS-FIJOS.
           OPEN OUTPUT GASTOS-FIJOS.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gf
               MOVE tgf-numero(w-g) TO gf-numero
               MOVE tgf-concepto(w-g) TO gf-concepto
               MOVE tgf-monto(w-g) TO gf-monto
               MOVE tgf-dia(w-g) TO gf-dia
               MOVE tgf-estado(w-g) TO gf-estado
               MOVE tgf-operador(w-g) TO gf-operador
               WRITE gasto-fijo-reg
           END-PERFORM.
           CLOSE GASTOS-FIJOS.
       200-MENU.
           DISPLAY "1- Registrar gasto recurrente"
           DISPLAY "2- Listar gastos recurrentes"
           DISPLAY "3- Dar de baja gasto recurrente"
           DISPLAY "4- Proyeccion de caja a 8 semanas"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-REGISTRAR-GASTO-FIJO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 450-LISTAR-GASTOS-FIJOS
               WHEN 3
                   IF nivel-supervisor
                       PERFORM 470-BAJA-GASTO-FIJO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 4
                   PERFORM 600-PROYECTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-REGISTRAR-GASTO-FIJO.
           IF w-cant-gf >= 200
               DISPLAY "Tabla de gastos recurrentes completa"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese concepto del gasto recurrente".
           ACCEPT w-gf-concepto.
           IF w-gf-concepto = SPACES
               DISPLAY "El concepto es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese importe mensual (999999999.99)".
           ACCEPT w-gf-monto.
           IF w-gf-monto = 0
               DISPLAY "Importe invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese dia del mes en que se paga (1-31)".
           ACCEPT w-gf-dia.
           IF w-gf-dia < 1 OR w-gf-dia > 31
               DISPLAY "Dia invalido"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-gf-numero.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gf
               IF tgf-numero(w-g) > w-gf-numero
                   MOVE tgf-numero(w-g) TO w-gf-numero
               END-IF
           END-PERFORM.
           ADD 1 TO w-gf-numero.
           ADD 1 TO w-cant-gf.
           MOVE w-gf-numero TO tgf-numero(w-cant-gf).
           MOVE w-gf-concepto TO tgf-concepto(w-cant-gf).
           MOVE w-gf-monto TO tgf-monto(w-cant-gf).
           MOVE w-gf-dia TO tgf-dia(w-cant-gf).
           MOVE "A" TO tgf-estado(w-cant-gf).
           MOVE w-operador TO tgf-operador(w-cant-gf).
           PERFORM 115-GRABAR-GASTOS-FIJOS.
           DISPLAY "Gasto recurrente ", w-gf-numero, " registrado".
       450-LISTAR-GASTOS-FIJOS.
           DISPLAY "=== GASTOS RECURRENTES VIGENTES ===".
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gf
               IF tgf-estado(w-g) = "A"
                   MOVE tgf-monto(w-g) TO w-monto-edit
                   DISPLAY tgf-numero(w-g), " ", tgf-concepto(w-g),
                       " ", w-monto-edit, " DIA ", tgf-dia(w-g)
               END-IF
           END-PERFORM.
       470-BAJA-GASTO-FIJO.
           DISPLAY "Ingrese numero del gasto recurrente".
           ACCEPT w-gf-numero.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-g FROM 1 BY 1
                   UNTIL w-g > w-cant-gf OR entrada-hallada
               IF tgf-numero(w-g) = w-gf-numero AND
                  tgf-estado(w-g) = "A"
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "No existe un gasto recurrente vigente con ese"
                   " numero"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-g.
           MOVE "B" TO tgf-estado(w-g).
           MOVE w-operador TO tgf-operador(w-g).
           PERFORM 115-GRABAR-GASTOS-FIJOS.
           DISPLAY "Gasto recurrente ", w-gf-numero, " dado de baja".
       600-PROYECTAR.
           DISPLAY "Ingrese saldo de caja y bancos al dia de hoy".
           ACCEPT w-saldo-inicial.
           INITIALIZE tab-semanas.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 8
               COMPUTE w-fecha-int = w-hoy-int + (w-k - 1) * 7
               COMPUTE tsm-desde(w-k) =
                   FUNCTION DATE-OF-INTEGER(w-fecha-int)
               COMPUTE w-fecha-int = w-fecha-int + 6
               COMPUTE tsm-hasta(w-k) =
                   FUNCTION DATE-OF-INTEGER(w-fecha-int)
           END-PERFORM.
           PERFORM 610-CHEQUES-CARTERA.
           PERFORM 620-PROXIMO-DEBITO.
           PERFORM 640-FACTURAS-EMPRESAS.
           PERFORM 645-PROMEDIO-MOSTRADOR.
           PERFORM 650-FACTURAS-PROVEEDORES.
           PERFORM 660-GASTOS-FIJOS.
           PERFORM 665-PROMEDIO-CAJA.
           PERFORM 700-IMPRIMIR-PROYECCION.
      * Leaves in w-semana the week of w-fecha (0 when it falls past
      * the 8 weeks); anything overdue goes to the first week.
       605-UBICAR-SEMANA.
           MOVE 0 TO w-semana.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               MOVE 1 TO w-semana
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-dias =
               FUNCTION INTEGER-OF-DATE(w-fecha) - w-hoy-int.
           IF w-dias < 0
               MOVE 0 TO w-dias
           END-IF.
           IF w-dias < 56
               COMPUTE w-semana = w-dias / 7 + 1
           END-IF.
       610-CHEQUES-CARTERA.
           OPEN INPUT CHEQUES.
           IF w-cheques-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CHEQUES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cheque-en-cartera
                   MOVE chq-fecha-deposito TO w-fecha
                   PERFORM 605-UBICAR-SEMANA
                   IF w-semana > 0
                       ADD chq-importe TO tsm-cheques(w-semana)
                   END-IF
               END-IF
               READ CHEQUES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CHEQUES.
           MOVE 0 TO w-sen.
      * The bank credits the debit on DEBITO-DIA: this month while the
      * day has not passed, next month otherwise. Every adhesion is
      * priced up to that month with the DEBITO-PRESENTA rules, so the
      * periods still owed today enter the collection too.
       620-PROXIMO-DEBITO.
           MOVE w-hoy(1:4) TO w-anio-hoy.
           MOVE w-hoy(5:2) TO w-mes-hoy.
           IF w-hoy(7:2) > w-debito-dia
               ADD 1 TO w-mes-hoy
               IF w-mes-hoy > 12
                   MOVE 1 TO w-mes-hoy
                   ADD 1 TO w-anio-hoy
               END-IF
           END-IF.
           COMPUTE w-cobro-fecha =
               w-anio-hoy * 10000 + w-mes-hoy * 100 + w-debito-dia.
           MOVE 0 TO w-total-debito.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 138-CARGAR-BECAS.
           PERFORM 996-CARGAR-LICENCIAS.
           PERFORM 215-CARGAR-ANULADOS.
           PERFORM 130-CARGAR-CONVENIOS.
           PERFORM 135-CARGAR-APORTES-PEND.
           OPEN INPUT ADHESIONES.
           IF w-adhesiones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SOCIOS.
           MOVE 0 TO w-sen.
           READ ADHESIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF adhesion-activa
                   MOVE adh-codigo TO w-soc-codigo
                   PERFORM 210-PROCESAR-UNO
               END-IF
               READ ADHESIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ADHESIONES.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
           MOVE w-cobro-fecha TO w-fecha.
           PERFORM 605-UBICAR-SEMANA.
           IF w-semana > 0
               ADD w-total-debito TO tsm-debito(w-semana)
           END-IF.
       120-CARGAR-TARIFAS.
           MOVE 0 TO w-cant-tarifas.
           OPEN INPUT TARIFAS.
           IF w-tarifas-status = "00"
               MOVE 0 TO w-sen-aux
               READ TARIFAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   ADD 1 TO w-cant-tarifas
                   MOVE tar-categoria TO tt-categoria(w-cant-tarifas)
                   MOVE tar-periodo-desde TO tt-desde(w-cant-tarifas)
                   MOVE tar-monto TO tt-monto(w-cant-tarifas)
                   READ TARIFAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       130-CARGAR-CONVENIOS.
           MOVE 0 TO w-cant-conv.
           OPEN INPUT CONVENIOS.
           IF w-convenios-status = "00"
               MOVE 0 TO w-sen-aux
               READ CONVENIOS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF convenio-vigente AND w-cant-conv < 200
                       ADD 1 TO w-cant-conv
                       MOVE conv-codigo TO tc-codigo(w-cant-conv)
                       MOVE conv-cant-cuotas TO tc-cant(w-cant-conv)
                       MOVE conv-cuotas-pagadas
                           TO tc-pagadas(w-cant-conv)
                       MOVE conv-periodo-inicio
                           TO tc-inicio(w-cant-conv)
                   END-IF
                   READ CONVENIOS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       135-CARGAR-APORTES-PEND.
           MOVE 0 TO w-cant-cargos.
           OPEN INPUT APORTES-CARGOS.
           IF w-aportes-cargos-status = "00"
               MOVE 0 TO w-sen-aux
               READ APORTES-CARGOS AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF cargo-pendiente AND w-cant-cargos < 2000
                       ADD 1 TO w-cant-cargos
                       MOVE apc-codigo TO tcg-codigo(w-cant-cargos)
                       MOVE apc-monto TO tcg-monto(w-cant-cargos)
                   END-IF
                   READ APORTES-CARGOS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE APORTES-CARGOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       138-CARGAR-BECAS.
           MOVE 0 TO w-cant-becas.
           OPEN INPUT BECAS.
           IF w-becas-status = "00"
               MOVE 0 TO w-sen-aux
               READ BECAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF w-cant-becas < 300
                       ADD 1 TO w-cant-becas
                       MOVE beca-codigo TO tb-codigo(w-cant-becas)
                       MOVE beca-pct TO tb-pct(w-cant-becas)
                       MOVE beca-vence TO tb-vence(w-cant-becas)
                   END-IF
                   READ BECAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE BECAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       215-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen-aux
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF cuota-anulacion AND w-cant-anulados < 500
                       ADD 1 TO w-cant-anulados
                       MOVE cuota-recibo TO ta-recibo(w-cant-anulados)
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       210-PROCESAR-UNO.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               EXIT PARAGRAPH
           END-IF.
           IF categ-vitalicio OR categ-honorario OR socio-de-baja
               EXIT PARAGRAPH
           END-IF.
           PERFORM 230-VERIFICAR-CONVENIO.
           IF convenio-al-dia
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 310-CALCULAR-DEUDA.
           PERFORM 320-AGREGAR-APORTES.
           ADD w-total-deuda TO w-total-debito.
           ADD w-total-aportes TO w-total-debito.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
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
       230-VERIFICAR-CONVENIO.
           MOVE 0 TO w-conv-al-dia.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-conv OR convenio-al-dia
               IF tc-codigo(w-c) = soc-codigo
                   MOVE tc-inicio(w-c)(1:4) TO w-conv-anio
                   MOVE tc-inicio(w-c)(5:2) TO w-conv-mes
                   COMPUTE w-conv-esperadas =
                       (w-anio-hoy * 12 + w-mes-hoy) -
                       (w-conv-anio * 12 + w-conv-mes) + 1
                   IF w-conv-esperadas > tc-cant(w-c)
                       MOVE tc-cant(w-c) TO w-conv-esperadas
                   END-IF
                   IF tc-pagadas(w-c) >= w-conv-esperadas
                       MOVE 1 TO w-conv-al-dia
                   END-IF
               END-IF
           END-PERFORM.
       220-BUSCAR-ULTIMO-PAGO.
           MOVE 0 TO w-hay-pago.
           MOVE 0 TO w-periodo-max.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen-aux
               READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF cuota-codigo = soc-codigo AND
                      (cuota-comun OR cuota-de-convenio OR
                       cuota-anual)
                       PERFORM 225-VERIFICAR-ANULADO
                       IF NOT pago-anulado
                           MOVE 1 TO w-hay-pago
                           IF cuota-periodo > w-periodo-max
                               MOVE cuota-periodo TO w-periodo-max
                           END-IF
                       END-IF
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           IF NOT hay-pago
               MOVE soc-fecha-alta(1:6) TO w-periodo-max
           END-IF.
       225-VERIFICAR-ANULADO.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = cuota-recibo
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
       310-CALCULAR-DEUDA.
           MOVE 0 TO w-cant-adeudados.
           MOVE 0 TO w-total-deuda.
           MOVE w-periodo-r(1:4) TO w-anio-pago.
           MOVE w-periodo-r(5:2) TO w-mes-pago.
           COMPUTE w-meses-iter = w-anio-pago * 12 + w-mes-pago.
           IF hay-pago
               ADD 1 TO w-meses-iter
           END-IF.
           PERFORM UNTIL w-meses-iter >
                   (w-anio-hoy * 12 + w-mes-hoy)
               COMPUTE w-iter-anio = (w-meses-iter - 1) / 12
               COMPUTE w-iter-mes =
                   w-meses-iter - (w-iter-anio * 12)
               COMPUTE w-periodo-iter =
                   w-iter-anio * 100 + w-iter-mes
               PERFORM 315-BUSCAR-TARIFA
               PERFORM 317-APLICAR-LICENCIA
               PERFORM 316-APLICAR-BECA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
           END-PERFORM.
       315-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-desde.
           MOVE 0 TO w-tarifa-monto.
           PERFORM VARYING w-t FROM 1 BY 1
                   UNTIL w-t > w-cant-tarifas
               IF tt-categoria(w-t) = soc-categoria AND
                  tt-desde(w-t) <= w-periodo-iter AND
                  tt-desde(w-t) >= w-tarifa-desde
                   MOVE tt-desde(w-t) TO w-tarifa-desde
                   MOVE tt-monto(w-t) TO w-tarifa-monto
               END-IF
           END-PERFORM.
       316-APLICAR-BECA.
           MOVE 0 TO w-beca-pct.
           PERFORM VARYING w-bc FROM 1 BY 1
                   UNTIL w-bc > w-cant-becas
               IF tb-codigo(w-bc) = soc-codigo AND
                  tb-vence(w-bc) >= w-periodo-iter
                   MOVE tb-pct(w-bc) TO w-beca-pct
               END-IF
           END-PERFORM.
           IF w-beca-pct NOT = 0
               COMPUTE w-tarifa-monto ROUNDED =
                   w-tarifa-monto * (100 - w-beca-pct) / 100
           END-IF.
       317-APLICAR-LICENCIA.
           MOVE soc-codigo TO w-lic-buscar-cod.
           MOVE w-periodo-iter TO w-lic-buscar-periodo.
           MOVE w-tarifa-monto TO w-lic-monto.
           PERFORM 997-APLICAR-LICENCIA.
           MOVE w-lic-monto TO w-tarifa-monto.
       320-AGREGAR-APORTES.
           MOVE 0 TO w-total-aportes.
           PERFORM VARYING w-cg FROM 1 BY 1
                   UNTIL w-cg > w-cant-cargos
               IF tcg-codigo(w-cg) = soc-codigo
                   ADD tcg-monto(w-cg) TO w-total-aportes
               END-IF
           END-PERFORM.
       COPY "CpyLicenciaTar.cpy.cbl".
       640-FACTURAS-EMPRESAS.
           OPEN INPUT EMPRESA-FACTURAS.
           IF w-facturas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ef-estado = "P"
                   IF FUNCTION TEST-DATE-YYYYMMDD(ef-fecha-emision)
                           = 0
                       COMPUTE w-fecha-int = FUNCTION
                           INTEGER-OF-DATE(ef-fecha-emision)
                           + w-plazo-empresas
                       COMPUTE w-fecha =
                           FUNCTION DATE-OF-INTEGER(w-fecha-int)
                   ELSE
                       MOVE w-hoy TO w-fecha
                   END-IF
                   PERFORM 605-UBICAR-SEMANA
                   IF w-semana > 0
                       ADD ef-total TO tsm-empresas(w-semana)
                   END-IF
               END-IF
               READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EMPRESA-FACTURAS.
           MOVE 0 TO w-sen.
      * Only the cash recibos of the last 8 weeks make the average:
      * cheques enter by their deposit date and the transfers are the
      * debits and company payments already projected above.
       645-PROMEDIO-MOSTRADOR.
           MOVE 0 TO w-importe.
           OPEN INPUT RECIBOS.
           IF w-recibos-status = "00"
               MOVE 0 TO w-sen
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF forma-efectivo AND rec-fecha < w-hoy AND
                      FUNCTION TEST-DATE-YYYYMMDD(rec-fecha) = 0
                       IF FUNCTION INTEGER-OF-DATE(rec-fecha)
                               >= w-hoy-int - 56
                           COMPUTE w-importe = w-importe
                               + rec-monto + rec-recargo
                       END-IF
                   END-IF
                   READ RECIBOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           MOVE 0 TO w-sen.
           COMPUTE w-prom-mostrador ROUNDED = w-importe / 8.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 8
               MOVE w-prom-mostrador TO tsm-mostrador(w-k)
           END-PERFORM.
       650-FACTURAS-PROVEEDORES.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF factura-pendiente AND fp-monto > fp-pagado
                   MOVE fp-vence TO w-fecha
                   PERFORM 605-UBICAR-SEMANA
                   IF w-semana > 0
                       COMPUTE tsm-proveedores(w-semana) =
                           tsm-proveedores(w-semana)
                           + fp-monto - fp-pagado
                   END-IF
               END-IF
               READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE FACTURAS-PROV.
           MOVE 0 TO w-sen.
      * The 8 weeks touch at most three calendar months: every
      * vigente recurring expense is placed on its day in each.
       660-GASTOS-FIJOS.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gf
               IF tgf-estado(w-g) = "A"
                   MOVE w-hoy(1:4) TO w-mes-anio
                   MOVE w-hoy(5:2) TO w-mes-mes
                   PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 3
                       PERFORM 662-GASTO-DEL-MES
                       ADD 1 TO w-mes-mes
                       IF w-mes-mes > 12
                           MOVE 1 TO w-mes-mes
                           ADD 1 TO w-mes-anio
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       662-GASTO-DEL-MES.
           MOVE tgf-dia(w-g) TO w-mes-dia.
           COMPUTE w-fecha =
               w-mes-anio * 10000 + w-mes-mes * 100 + w-mes-dia.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(w-fecha) = 0
               SUBTRACT 1 FROM w-mes-dia
               COMPUTE w-fecha =
                   w-mes-anio * 10000 + w-mes-mes * 100 + w-mes-dia
           END-PERFORM.
           IF w-fecha < w-hoy
               EXIT PARAGRAPH
           END-IF.
           PERFORM 605-UBICAR-SEMANA.
           IF w-semana > 0
               ADD tgf-monto(w-g) TO tsm-fijos(w-semana)
           END-IF.
       665-PROMEDIO-CAJA.
           MOVE 0 TO w-importe.
           OPEN INPUT EGRESOS.
           IF w-egresos-status = "00"
               MOVE 0 TO w-sen
               READ EGRESOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF egr-fecha < w-hoy AND
                      FUNCTION TEST-DATE-YYYYMMDD(egr-fecha) = 0
                       IF FUNCTION INTEGER-OF-DATE(egr-fecha)
                               >= w-hoy-int - 56
                           ADD egr-monto TO w-importe
                       END-IF
                   END-IF
                   READ EGRESOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE EGRESOS
           END-IF.
           MOVE 0 TO w-sen.
           COMPUTE w-prom-caja ROUNDED = w-importe / 8.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 8
               MOVE w-prom-caja TO tsm-caja(w-k)
           END-PERFORM.
       700-IMPRIMIR-PROYECCION.
           OPEN OUTPUT PROYECCION.
           MOVE SPACES TO w-linea.
           STRING "=== PROYECCION DE CAJA A 8 SEMANAS DESDE "
                   DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE w-saldo-inicial TO w-saldo-edit.
           MOVE SPACES TO w-linea.
           STRING "SALDO INICIAL" DELIMITED BY SIZE
               "                        " DELIMITED BY SIZE
               w-saldo-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE 0 TO w-semanas-negativas.
           MOVE w-saldo-inicial TO w-saldo.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 8
               PERFORM 710-IMPRIMIR-SEMANA
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
           IF w-semanas-negativas > 0
               MOVE SPACES TO w-linea
               STRING "ATENCION: " DELIMITED BY SIZE
                   w-semanas-negativas DELIMITED BY SIZE
                   " SEMANA(S) CON SALDO PROYECTADO NEGATIVO"
                       DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               MOVE "Sin semanas con saldo proyectado negativo"
                   TO w-linea
           END-IF.
           PERFORM 790-ESCRIBIR.
           DISPLAY w-linea.
           CLOSE PROYECCION.
           MOVE "proyeccion-caja.txt" TO w-rep-archivo.
           MOVE "PROYEC-CAJA" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Proyeccion generada en proyeccion-caja.txt".
       710-IMPRIMIR-SEMANA.
           COMPUTE w-ingresos = tsm-cheques(w-k) + tsm-debito(w-k)
               + tsm-empresas(w-k) + tsm-mostrador(w-k).
           COMPUTE w-egresos = tsm-proveedores(w-k) + tsm-fijos(w-k)
               + tsm-caja(w-k).
           COMPUTE w-saldo = w-saldo + w-ingresos - w-egresos.
           MOVE w-saldo TO tsm-saldo(w-k).
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "SEMANA " DELIMITED BY SIZE
               w-k DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               tsm-desde(w-k) DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               tsm-hasta(w-k) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE "  + Cheques en cartera" TO w-linea.
           MOVE tsm-cheques(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  + Debito automatico" TO w-linea.
           MOVE tsm-debito(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  + Facturas a empresas" TO w-linea.
           MOVE tsm-empresas(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  + Cobranza de mostrador (prom.)" TO w-linea.
           MOVE tsm-mostrador(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  - Facturas de proveedores" TO w-linea.
           MOVE tsm-proveedores(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  - Gastos recurrentes" TO w-linea.
           MOVE tsm-fijos(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE "  - Egresos de caja (prom.)" TO w-linea.
           MOVE tsm-caja(w-k) TO w-importe.
           PERFORM 720-LINEA-IMPORTE.
           MOVE tsm-saldo(w-k) TO w-saldo-edit.
           MOVE SPACES TO w-linea.
           STRING "  SALDO PROYECTADO" DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               w-saldo-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF tsm-saldo(w-k) < 0
               MOVE "*** SALDO NEGATIVO ***" TO w-linea(55:22)
               ADD 1 TO w-semanas-negativas
           END-IF.
           PERFORM 790-ESCRIBIR.
       720-LINEA-IMPORTE.
           MOVE w-importe TO w-monto-edit.
           MOVE w-monto-edit TO w-linea(40:12).
           PERFORM 790-ESCRIBIR.
       790-ESCRIBIR.
           MOVE w-linea TO proyeccion-linea.
           WRITE proyeccion-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PROYECCION-CAJA.
