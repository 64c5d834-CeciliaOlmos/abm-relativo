      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sponsorship and advertising contracts. Maintains the
      *          sponsors master (patrocinadores.dat) and their
      *          contracts (contratos-patrocinio.dat): the space or
      *          item sold, the monthly amount, the dates it runs and
      *          the annual adjustment percentage. The monthly
      *          billing run issues, the way EMPRESAS-MANT bills the
      *          companies, one invoice per contract running in the
      *          billed month, in its own numbering
      *          (facturas-patrocinio.dat plus the printable
      *          factura-patrocinio.txt), at the agreed amount raised
      *          on every contract anniversary; a contract and month
      *          are never billed twice. The invoices go with the
      *          recibos of their day to FACTURA-ELECTRONICA for the
      *          CAE and to LIBRO-IVA-VENTAS. Registering a payment
      *          settles the invoice. The contracts about to expire
      *          are listed by VENCE-PATROCINIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATROCINIOS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyPatrocinadores.cpy.cbl".
           COPY "CpyContratosPat.cpy.cbl".
           COPY "CpyFacturasPat.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT FACTURA-IMPRESA
               ASSIGN TO "..\factura-patrocinio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-factura-imp-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyPatrocinadoresReg.cpy.cbl".
           COPY "CpyContratosPatReg.cpy.cbl".
           COPY "CpyFacturasPatReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  FACTURA-IMPRESA.
       01  factura-linea pic x(80).
       WORKING-STORAGE SECTION.
       77  w-patrocinadores-status pic xx.
       77  w-contratos-pat-status pic xx.
       77  w-facturas-pat-status pic xx.
       77  w-factura-imp-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-cant-pat pic 9(3) value 0.
       77  w-pa pic 9(3).
       01  tab-patrocinadores.
           05 pat-ent occurs 1 to 999 times
                   depending on w-cant-pat.
               07 tpa-codigo pic 9(3).
               07 tpa-razon pic x(30).
               07 tpa-cuit pic x(13).
               07 tpa-domicilio pic x(40).
               07 tpa-contacto pic x(20).
               07 tpa-telefono pic x(15).
               07 tpa-estado pic x.
       77  w-cant-ctr pic 9(4) value 0.
       77  w-ct pic 9(4).
       77  w-ultimo-contrato pic 9(4) value 0.
       01  tab-contratos.
           05 ctr-ent occurs 1 to 2000 times
                   depending on w-cant-ctr.
               07 tct-numero pic 9(4).
               07 tct-patrocinador pic 9(3).
               07 tct-espacio pic x(30).
               07 tct-monto pic 9(7)v99.
               07 tct-desde pic 9(8).
               07 tct-hasta pic 9(8).
               07 tct-ajuste pic 9(2)v99.
               07 tct-estado pic x.
       77  w-cant-fac pic 9(4) value 0.
       77  w-fc pic 9(4).
       77  w-ultima-factura pic 9(6) value 0.
       01  tab-facturas.
           05 fac-ent occurs 1 to 9000 times
                   depending on w-cant-fac.
               07 tfp-numero pic 9(6).
               07 tfp-contrato pic 9(4).
               07 tfp-patrocinador pic 9(3).
               07 tfp-periodo pic 9(6).
               07 tfp-fecha-emision pic 9(8).
               07 tfp-monto pic 9(9)v99.
               07 tfp-estado pic x.
               07 tfp-fecha-pago pic 9(8).
               07 tfp-forma-pago pic x.
               07 tfp-operador-pago pic x(12).
       77  w-patrocinador pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-ya-facturado pic 9 value 0.
           88 contrato-ya-facturado value 1.
       77  w-superpuesto pic 9 value 0.
           88 espacio-ocupado value 1.
       01  w-razon pic x(30).
       01  w-cuit pic x(13).
       01  w-domicilio pic x(40).
       01  w-contacto pic x(20).
       01  w-telefono pic x(15).
       01  w-espacio pic x(30).
       77  w-contrato pic 9(4).
       77  w-monto pic 9(7)v99.
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-ajuste pic 9(2)v99.
       77  w-fecha pic 9(8).
       77  w-periodo pic 9(6).
       77  w-mes pic 99.
       77  w-numero pic 9(6).
       77  w-forma pic x.
           88 forma-valida value "E" "T" "Q".
       77  w-emitidas pic 9(4).
       77  w-omitidas pic 9(4).
       77  w-total-emitido pic 9(11)v99.
       77  w-total-pendiente pic 9(11)v99.
       01  w-linea pic x(80).
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-ajuste-edit pic z9.99.
           COPY "CpyPatrocinioWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PATROCINIOS-MANT" TO w-programa-log.
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
       COPY "CpyPatrocinio.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 110-CARGAR-PATROCINADORES.
           PERFORM 120-CARGAR-CONTRATOS.
           PERFORM 130-CARGAR-FACTURAS.
       110-CARGAR-PATROCINADORES.
           MOVE 0 TO w-cant-pat.
           OPEN INPUT PATROCINADORES.
           IF w-patrocinadores-status = "00"
               MOVE 0 TO w-sen
               READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-pat < 999
                       ADD 1 TO w-cant-pat
                       MOVE pat-codigo TO tpa-codigo(w-cant-pat)
                       MOVE pat-razon TO tpa-razon(w-cant-pat)
                       MOVE pat-cuit TO tpa-cuit(w-cant-pat)
                       MOVE pat-domicilio TO tpa-domicilio(w-cant-pat)
                       MOVE pat-contacto TO tpa-contacto(w-cant-pat)
                       MOVE pat-telefono TO tpa-telefono(w-cant-pat)
                       MOVE pat-estado TO tpa-estado(w-cant-pat)
                   END-IF
                   READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PATROCINADORES
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-CONTRATOS.
           MOVE 0 TO w-cant-ctr.
           MOVE 0 TO w-ultimo-contrato.
           OPEN INPUT CONTRATOS-PAT.
           IF w-contratos-pat-status = "00"
               MOVE 0 TO w-sen
               READ CONTRATOS-PAT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-ctr < 2000
                       ADD 1 TO w-cant-ctr
                       MOVE cpt-numero TO tct-numero(w-cant-ctr)
                       MOVE cpt-patrocinador
                           TO tct-patrocinador(w-cant-ctr)
                       MOVE cpt-espacio TO tct-espacio(w-cant-ctr)
                       MOVE cpt-monto TO tct-monto(w-cant-ctr)
                       MOVE cpt-desde TO tct-desde(w-cant-ctr)
                       MOVE cpt-hasta TO tct-hasta(w-cant-ctr)
                       MOVE cpt-ajuste TO tct-ajuste(w-cant-ctr)
                       MOVE cpt-estado TO tct-estado(w-cant-ctr)
                       IF cpt-numero > w-ultimo-contrato
                           MOVE cpt-numero TO w-ultimo-contrato
                       END-IF
                   END-IF
                   READ CONTRATOS-PAT AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CONTRATOS-PAT
           END-IF.
           MOVE 0 TO w-sen.
       130-CARGAR-FACTURAS.
           MOVE 0 TO w-cant-fac.
           MOVE 0 TO w-ultima-factura.
           OPEN INPUT FACTURAS-PAT.
           IF w-facturas-pat-status = "00"
               MOVE 0 TO w-sen
               READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-fac < 9000
                       ADD 1 TO w-cant-fac
                       MOVE fpt-numero TO tfp-numero(w-cant-fac)
                       MOVE fpt-contrato TO tfp-contrato(w-cant-fac)
                       MOVE fpt-patrocinador
                           TO tfp-patrocinador(w-cant-fac)
                       MOVE fpt-periodo TO tfp-periodo(w-cant-fac)
                       MOVE fpt-fecha-emision
                           TO tfp-fecha-emision(w-cant-fac)
                       MOVE fpt-monto TO tfp-monto(w-cant-fac)
                       MOVE fpt-estado TO tfp-estado(w-cant-fac)
                       MOVE fpt-fecha-pago TO tfp-fecha-pago(w-cant-fac)
                       MOVE fpt-forma-pago TO tfp-forma-pago(w-cant-fac)
                       MOVE fpt-operador-pago
                           TO tfp-operador-pago(w-cant-fac)
                       IF fpt-numero > w-ultima-factura
                           MOVE fpt-numero TO w-ultima-factura
                       END-IF
                   END-IF
                   READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FACTURAS-PAT
           END-IF.
           MOVE 0 TO w-sen.
       150-GRABAR-PATROCINADORES.
           OPEN OUTPUT PATROCINADORES.
           PERFORM VARYING w-pa FROM 1 BY 1 UNTIL w-pa > w-cant-pat
               MOVE tpa-codigo(w-pa) TO pat-codigo
               MOVE tpa-razon(w-pa) TO pat-razon
               MOVE tpa-cuit(w-pa) TO pat-cuit
               MOVE tpa-domicilio(w-pa) TO pat-domicilio
               MOVE tpa-contacto(w-pa) TO pat-contacto
               MOVE tpa-telefono(w-pa) TO pat-telefono
               MOVE tpa-estado(w-pa) TO pat-estado
               WRITE patrocinador-reg
           END-PERFORM.
           CLOSE PATROCINADORES.
       160-GRABAR-CONTRATOS.
           OPEN OUTPUT CONTRATOS-PAT.
           PERFORM VARYING w-ct FROM 1 BY 1 UNTIL w-ct > w-cant-ctr
               MOVE tct-numero(w-ct) TO cpt-numero
               MOVE tct-patrocinador(w-ct) TO cpt-patrocinador
               MOVE tct-espacio(w-ct) TO cpt-espacio
               MOVE tct-monto(w-ct) TO cpt-monto
               MOVE tct-desde(w-ct) TO cpt-desde
               MOVE tct-hasta(w-ct) TO cpt-hasta
               MOVE tct-ajuste(w-ct) TO cpt-ajuste
               MOVE tct-estado(w-ct) TO cpt-estado
               WRITE contrato-pat-reg
           END-PERFORM.
           CLOSE CONTRATOS-PAT.
       170-GRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS-PAT.
           PERFORM VARYING w-fc FROM 1 BY 1 UNTIL w-fc > w-cant-fac
               MOVE tfp-numero(w-fc) TO fpt-numero
               MOVE tfp-contrato(w-fc) TO fpt-contrato
               MOVE tfp-patrocinador(w-fc) TO fpt-patrocinador
               MOVE tfp-periodo(w-fc) TO fpt-periodo
               MOVE tfp-fecha-emision(w-fc) TO fpt-fecha-emision
               MOVE tfp-monto(w-fc) TO fpt-monto
               MOVE tfp-estado(w-fc) TO fpt-estado
               MOVE tfp-fecha-pago(w-fc) TO fpt-fecha-pago
               MOVE tfp-forma-pago(w-fc) TO fpt-forma-pago
               MOVE tfp-operador-pago(w-fc) TO fpt-operador-pago
               WRITE factura-pat-reg
           END-PERFORM.
           CLOSE FACTURAS-PAT.
       200-MENU.
           DISPLAY "1- Alta o cambio de patrocinador"
           DISPLAY "2- Alta de contrato"
           DISPLAY "3- Rescindir contrato"
           DISPLAY "4- Facturacion mensual de contratos"
           DISPLAY "5- Registrar pago de factura"
           DISPLAY "6- Listar contratos y facturas pendientes"
           DISPLAY "7- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-PATROCINADOR
               WHEN 2
                   PERFORM 450-ALTA-CONTRATO
               WHEN 3
                   PERFORM 480-RESCINDIR-CONTRATO
               WHEN 4
                   PERFORM 500-FACTURACION-MENSUAL
               WHEN 5
                   PERFORM 600-REGISTRAR-PAGO
               WHEN 6
                   PERFORM 700-LISTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * An existing sponsor is shown and each field left blank keeps
      * its value; a sponsor with contracts is never deleted, only
      * set to baja.
       400-PATROCINADOR.
           DISPLAY "Ingrese codigo de patrocinador (1-999)".
           ACCEPT w-patrocinador.
           IF w-patrocinador = 0
               DISPLAY "Codigo invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-PATROCINADOR.
           IF entrada-hallada
               DISPLAY "Patrocinador: ", tpa-razon(w-pa), " CUIT ",
                   tpa-cuit(w-pa), " estado ", tpa-estado(w-pa)
               DISPLAY "Datos nuevos, vacio conserva el actual"
           ELSE
               IF w-cant-pat >= 999
                   DISPLAY "No hay lugar para mas patrocinadores"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Razon social".
           ACCEPT w-razon.
           DISPLAY "CUIT".
           ACCEPT w-cuit.
           DISPLAY "Domicilio de facturacion".
           ACCEPT w-domicilio.
           DISPLAY "Persona de contacto".
           ACCEPT w-contacto.
           DISPLAY "Telefono".
           ACCEPT w-telefono.
           IF NOT entrada-hallada
               IF w-razon = SPACES OR w-cuit = SPACES
                   DISPLAY "Razon social y CUIT son obligatorios"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-pat
               MOVE w-cant-pat TO w-pa
               INITIALIZE pat-ent(w-pa)
               MOVE w-patrocinador TO tpa-codigo(w-pa)
               MOVE "A" TO tpa-estado(w-pa)
           ELSE
               DISPLAY "Dar de baja al patrocinador? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta = "S" OR w-respuesta = "s"
                   MOVE "B" TO tpa-estado(w-pa)
               END-IF
           END-IF.
           IF w-razon NOT = SPACES
               MOVE w-razon TO tpa-razon(w-pa)
           END-IF.
           IF w-cuit NOT = SPACES
               MOVE w-cuit TO tpa-cuit(w-pa)
           END-IF.
           IF w-domicilio NOT = SPACES
               MOVE w-domicilio TO tpa-domicilio(w-pa)
           END-IF.
           IF w-contacto NOT = SPACES
               MOVE w-contacto TO tpa-contacto(w-pa)
           END-IF.
           IF w-telefono NOT = SPACES
               MOVE w-telefono TO tpa-telefono(w-pa)
           END-IF.
           PERFORM 150-GRABAR-PATROCINADORES.
           DISPLAY "Patrocinador ", w-patrocinador, " registrado".
       410-BUSCAR-PATROCINADOR.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-pa FROM 1 BY 1
                   UNTIL w-pa > w-cant-pat OR entrada-hallada
               IF tpa-codigo(w-pa) = w-patrocinador
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-pa
           END-IF.
      * A space or item is sold to one sponsor at a time: a new
      * contract may not overlap the dates of a running one for the
      * same space.
       450-ALTA-CONTRATO.
           IF w-cant-ctr >= 2000
               DISPLAY "No hay lugar para mas contratos"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese codigo de patrocinador".
           ACCEPT w-patrocinador.
           PERFORM 410-BUSCAR-PATROCINADOR.
           IF NOT entrada-hallada
               DISPLAY "El patrocinador no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tpa-estado(w-pa) NOT = "A"
               DISPLAY "El patrocinador esta de baja"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Patrocinador: ", tpa-razon(w-pa).
           DISPLAY "Espacio o item (cartel, camiseta, etc.)".
           ACCEPT w-espacio.
           MOVE FUNCTION UPPER-CASE(w-espacio) TO w-espacio.
           IF w-espacio = SPACES
               DISPLAY "Debe indicar el espacio o item"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Monto mensual".
           ACCEPT w-monto.
           IF w-monto = 0
               DISPLAY "El monto debe ser mayor a cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de inicio (AAAAMMDD)".
           ACCEPT w-desde.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-desde) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de finalizacion (AAAAMMDD)".
           ACCEPT w-hasta.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-hasta) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           IF w-hasta <= w-desde
               DISPLAY "La finalizacion debe ser posterior al inicio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Porcentaje de ajuste anual (0 = sin ajuste)".
           ACCEPT w-ajuste.
           MOVE 0 TO w-superpuesto.
           PERFORM VARYING w-ct FROM 1 BY 1
                   UNTIL w-ct > w-cant-ctr OR espacio-ocupado
               IF tct-espacio(w-ct) = w-espacio AND
                  tct-desde(w-ct) <= w-hasta AND
                  tct-hasta(w-ct) >= w-desde
                   MOVE 1 TO w-superpuesto
                   DISPLAY "El espacio ya esta contratado: contrato ",
                       tct-numero(w-ct), " hasta ", tct-hasta(w-ct)
               END-IF
           END-PERFORM.
           IF espacio-ocupado
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-contrato.
           ADD 1 TO w-cant-ctr.
           MOVE w-ultimo-contrato TO tct-numero(w-cant-ctr).
           MOVE w-patrocinador TO tct-patrocinador(w-cant-ctr).
           MOVE w-espacio TO tct-espacio(w-cant-ctr).
           MOVE w-monto TO tct-monto(w-cant-ctr).
           MOVE w-desde TO tct-desde(w-cant-ctr).
           MOVE w-hasta TO tct-hasta(w-cant-ctr).
           MOVE w-ajuste TO tct-ajuste(w-cant-ctr).
           MOVE "V" TO tct-estado(w-cant-ctr).
           PERFORM 160-GRABAR-CONTRATOS.
           DISPLAY "Contrato ", w-ultimo-contrato, " registrado".
       460-BUSCAR-CONTRATO.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-ct FROM 1 BY 1
                   UNTIL w-ct > w-cant-ctr OR entrada-hallada
               IF tct-numero(w-ct) = w-contrato
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-ct
           END-IF.
      * Rescinding brings the end date forward: the billing run then
      * stops at the month of the rescission. Months already billed
      * are left as they are.
       480-RESCINDIR-CONTRATO.
           DISPLAY "Ingrese numero de contrato".
           ACCEPT w-contrato.
           PERFORM 460-BUSCAR-CONTRATO.
           IF NOT entrada-hallada
               DISPLAY "El contrato no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tct-estado(w-ct) NOT = "V"
               DISPLAY "El contrato ya esta rescindido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Contrato ", tct-numero(w-ct), " ",
               tct-espacio(w-ct), " hasta ", tct-hasta(w-ct).
           DISPLAY "Fecha de rescision (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           IF w-fecha < tct-desde(w-ct) OR
              w-fecha >= tct-hasta(w-ct)
               DISPLAY "La rescision debe caer dentro del contrato"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fecha TO tct-hasta(w-ct).
           MOVE "R" TO tct-estado(w-ct).
           PERFORM 160-GRABAR-CONTRATOS.
           DISPLAY "Contrato rescindido al ", w-fecha.
      * One invoice per contract running in the month, at its
      * adjusted amount, unless that contract and month already
      * have one. Months may be billed up to the current one.
       500-FACTURACION-MENSUAL.
           MOVE 0 TO w-mes.
           PERFORM UNTIL w-mes >= 1 AND w-mes <= 12
               DISPLAY "Ingrese periodo a facturar (AAAAMM)"
               ACCEPT w-periodo
               MOVE w-periodo(5:2) TO w-mes
           END-PERFORM.
           IF w-periodo > w-hoy(1:6)
               DISPLAY "No se pueden facturar periodos futuros"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-emitidas.
           MOVE 0 TO w-omitidas.
           MOVE 0 TO w-total-emitido.
           OPEN EXTEND FACTURA-IMPRESA.
           IF w-factura-imp-status = "35"
               OPEN OUTPUT FACTURA-IMPRESA
               CLOSE FACTURA-IMPRESA
               OPEN EXTEND FACTURA-IMPRESA
           END-IF.
           PERFORM VARYING w-ct FROM 1 BY 1 UNTIL w-ct > w-cant-ctr
               IF tct-desde(w-ct)(1:6) <= w-periodo AND
                  tct-hasta(w-ct)(1:6) >= w-periodo
                   PERFORM 510-FACTURAR-CONTRATO
               END-IF
           END-PERFORM.
           CLOSE FACTURA-IMPRESA.
           IF w-emitidas > 0
               PERFORM 170-GRABAR-FACTURAS
           END-IF.
           MOVE w-total-emitido TO w-total-edit.
           DISPLAY "Facturas emitidas: ", w-emitidas,
               "  total ", w-total-edit.
           IF w-omitidas > 0
               DISPLAY "Contratos ya facturados o sin patrocinador"
                   " activo: ", w-omitidas
           END-IF.
       510-FACTURAR-CONTRATO.
           MOVE 0 TO w-ya-facturado.
           PERFORM VARYING w-fc FROM 1 BY 1
                   UNTIL w-fc > w-cant-fac OR contrato-ya-facturado
               IF tfp-contrato(w-fc) = tct-numero(w-ct) AND
                  tfp-periodo(w-fc) = w-periodo
                   MOVE 1 TO w-ya-facturado
               END-IF
           END-PERFORM.
           MOVE tct-patrocinador(w-ct) TO w-patrocinador.
           PERFORM 410-BUSCAR-PATROCINADOR.
           IF contrato-ya-facturado OR NOT entrada-hallada
               ADD 1 TO w-omitidas
               EXIT PARAGRAPH
           END-IF.
           IF tpa-estado(w-pa) NOT = "A"
               ADD 1 TO w-omitidas
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-fac >= 9000
               DISPLAY "No hay lugar para mas facturas"
               ADD 1 TO w-omitidas
               EXIT PARAGRAPH
           END-IF.
           MOVE tct-monto(w-ct) TO w-pc-monto-base.
           MOVE tct-desde(w-ct) TO w-pc-desde.
           MOVE tct-ajuste(w-ct) TO w-pc-ajuste.
           MOVE w-periodo TO w-pc-periodo.
           PERFORM 904-MONTO-CONTRATO.
           ADD 1 TO w-ultima-factura.
           ADD 1 TO w-cant-fac.
           INITIALIZE fac-ent(w-cant-fac).
           MOVE w-ultima-factura TO tfp-numero(w-cant-fac).
           MOVE tct-numero(w-ct) TO tfp-contrato(w-cant-fac).
           MOVE w-patrocinador TO tfp-patrocinador(w-cant-fac).
           MOVE w-periodo TO tfp-periodo(w-cant-fac).
           MOVE w-hoy TO tfp-fecha-emision(w-cant-fac).
           MOVE w-pc-monto TO tfp-monto(w-cant-fac).
           MOVE "P" TO tfp-estado(w-cant-fac).
           ADD 1 TO w-emitidas.
           ADD w-pc-monto TO w-total-emitido.
           PERFORM 520-IMPRIMIR-FACTURA.
       520-IMPRIMIR-FACTURA.
           MOVE SPACES TO w-linea.
           STRING "=== FACTURA PATROCINIO NRO " DELIMITED BY SIZE
               w-ultima-factura DELIMITED BY SIZE
               " FECHA " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING tpa-razon(w-pa) DELIMITED BY SIZE
               "  CUIT " DELIMITED BY SIZE
               tpa-cuit(w-pa) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
           MOVE tpa-domicilio(w-pa) TO w-linea.
           PERFORM 590-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "CONTRATO " DELIMITED BY SIZE
               tct-numero(w-ct) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tct-espacio(w-ct) DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
           MOVE w-pc-monto TO w-monto-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL (IVA INCLUIDO): " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 590-ESCRIBIR.
       590-ESCRIBIR.
           MOVE w-linea TO factura-linea.
           WRITE factura-linea.
       600-REGISTRAR-PAGO.
           DISPLAY "Ingrese numero de factura".
           ACCEPT w-numero.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-fc FROM 1 BY 1
                   UNTIL w-fc > w-cant-fac OR entrada-hallada
               IF tfp-numero(w-fc) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               DISPLAY "La factura no existe"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-fc.
           IF tfp-estado(w-fc) NOT = "P"
               DISPLAY "La factura ya fue cobrada el ",
                   tfp-fecha-pago(w-fc)
               EXIT PARAGRAPH
           END-IF.
           MOVE tfp-patrocinador(w-fc) TO w-patrocinador.
           PERFORM 410-BUSCAR-PATROCINADOR.
           IF entrada-hallada
               DISPLAY "Patrocinador: ", tpa-razon(w-pa)
           END-IF.
           MOVE tfp-monto(w-fc) TO w-monto-edit.
           DISPLAY "Contrato ", tfp-contrato(w-fc), " periodo ",
               tfp-periodo(w-fc), " total ", w-monto-edit.
           MOVE SPACES TO w-forma.
           PERFORM UNTIL forma-valida
               DISPLAY "Forma de pago: E-Efectivo T-Transferencia"
                   " Q-Cheque"
               ACCEPT w-forma
               MOVE FUNCTION UPPER-CASE(w-forma) TO w-forma
           END-PERFORM.
           DISPLAY "Confirma el cobro? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Cobro cancelado"
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO tfp-estado(w-fc).
           MOVE w-hoy TO tfp-fecha-pago(w-fc).
           MOVE w-forma TO tfp-forma-pago(w-fc).
           MOVE w-operador TO tfp-operador-pago(w-fc).
           PERFORM 170-GRABAR-FACTURAS.
           DISPLAY "Pago registrado".
       700-LISTAR.
           IF w-cant-ctr = 0
               DISPLAY "No hay contratos registrados"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== CONTRATOS ===".
           MOVE w-hoy(1:6) TO w-pc-periodo.
           PERFORM VARYING w-ct FROM 1 BY 1 UNTIL w-ct > w-cant-ctr
               MOVE tct-patrocinador(w-ct) TO w-patrocinador
               PERFORM 410-BUSCAR-PATROCINADOR
               MOVE tct-monto(w-ct) TO w-pc-monto-base
               MOVE tct-desde(w-ct) TO w-pc-desde
               MOVE tct-ajuste(w-ct) TO w-pc-ajuste
               PERFORM 904-MONTO-CONTRATO
               MOVE w-pc-monto TO w-monto-edit
               MOVE tct-ajuste(w-ct) TO w-ajuste-edit
               DISPLAY tct-numero(w-ct), " ", tct-espacio(w-ct),
                   " ", tct-desde(w-ct), "-", tct-hasta(w-ct),
                   " ", tct-estado(w-ct)
               IF entrada-hallada
                   DISPLAY "     ", tpa-razon(w-pa), " mensual ",
                       w-monto-edit, " ajuste ", w-ajuste-edit, "%"
               END-IF
           END-PERFORM.
           DISPLAY "=== FACTURAS PENDIENTES DE COBRO ===".
           MOVE 0 TO w-total-pendiente.
           PERFORM VARYING w-fc FROM 1 BY 1 UNTIL w-fc > w-cant-fac
               IF tfp-estado(w-fc) = "P"
                   MOVE tfp-monto(w-fc) TO w-monto-edit
                   DISPLAY tfp-numero(w-fc), " ",
                       tfp-fecha-emision(w-fc), " contrato ",
                       tfp-contrato(w-fc), " periodo ",
                       tfp-periodo(w-fc), " ", w-monto-edit
                   ADD tfp-monto(w-fc) TO w-total-pendiente
               END-IF
           END-PERFORM.
           MOVE w-total-pendiente TO w-total-edit.
           DISPLAY "Total pendiente: ", w-total-edit.
       800-FIN.
           DISPLAY "Gestion de patrocinios finalizada".
       END PROGRAM PATROCINIOS-MANT.
