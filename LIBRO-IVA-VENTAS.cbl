      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales VAT book (libro IVA ventas) for the
      *          accountant. It lists every document the club issued
      *          in the requested month: the counter and branch
      *          recibos of recibos.dat, the consolidated company
      *          invoices of empresa-facturas.dat and the sponsorship
      *          invoices of facturas-patrocinio.dat, in date order,
      *          with document type and number, the customer (socio
      *          name, or empresa or sponsor razon social and CUIT),
      *          the CAE of fe-autorizaciones.dat and the exempt,
      *          taxed net and VAT amounts. Consumos (cuota tipo "U")
      *          are the taxed part of a recibo, with the VAT inside
      *          the amount at the IVA-ALICUOTA parameter (21 when not
      *          set); dues are exempt and sponsorship is taxed in
      *          full. The recibos that EMPRESAS-MANT writes when a
      *          company pays its invoice only settle that invoice
      *          and are not listed again. Annulled recibos
      *          are shown as ANULADO and left out of the totals.
      *          Daily totals and the month total close the book in
      *          libro-iva-ventas.txt; the same documents go to the
      *          fixed-layout libro-iva-ventas.dat for the tax
      *          authority's import tool, under the PUNTO-VENTA
      *          parameter (1 when not set).
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA-VENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFeAut.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT EMPRESAS ASSIGN TO "..\empresas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-empresas-status.
           SELECT EMPRESA-FACTURAS
               ASSIGN TO "..\empresa-facturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-facturas-status.
           SELECT EMPRESA-FACT-DET
               ASSIGN TO "..\empresa-fact-det.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-fact-det-status.
           SELECT LIBRO-IVA ASSIGN TO "..\libro-iva-ventas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IVA-FISCO ASSIGN TO "..\libro-iva-ventas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
           COPY "CpyFacturasPat.cpy.cbl".
           COPY "CpyPatrocinadores.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFeAutReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  EMPRESAS.
       01  empresa-reg.
           03 emp-codigo pic 9(3).
           03 emp-razon pic x(30).
           03 emp-cuit pic x(13).
           03 emp-domicilio pic x(40).
           03 emp-estado pic x.
               88 empresa-activa value "A".
               88 empresa-de-baja value "B".
       FD  EMPRESA-FACTURAS.
       01  empresa-factura-reg.
           03 ef-empresa pic 9(3).
           03 ef-periodo pic 9(6).
           03 ef-total pic 9(9)v99.
           03 ef-estado pic x.
               88 factura-pendiente value "P".
               88 factura-cobrada value "C".
           03 ef-fecha-emision pic 9(8).
       FD  EMPRESA-FACT-DET.
       01  empresa-det-reg.
           03 ed-empresa pic 9(3).
           03 ed-periodo pic 9(6).
           03 ed-codigo pic 9(4).
           03 ed-monto pic 9(6)v99.
           03 ed-estado pic x.
               88 detalle-pendiente value "P".
               88 detalle-cobrado value "C".
       FD  LIBRO-IVA.
       01  libro-iva-linea pic x(80).
      * One row per document, in the fixed layout of the import tool.
      * Tipo 1 is a recibo, tipo 2 a company invoice whose number is
      * the empresa code followed by the billed period, tipo 3 a
      * sponsorship invoice under its own number. Documento 80
      * is a CUIT, 99 a consumidor final without document.
       FD  IVA-FISCO.
       01  iva-fisco-reg.
           03 ivf-fecha pic 9(8).
           03 ivf-tipo-cbte pic 9(3).
           03 ivf-punto-venta pic 9(5).
           03 ivf-numero pic 9(20).
           03 ivf-doc-tipo pic 9(2).
           03 ivf-doc-nro pic x(20).
           03 ivf-nombre pic x(30).
           03 ivf-total pic 9(13)v99.
           03 ivf-exento pic 9(13)v99.
           03 ivf-neto pic 9(13)v99.
           03 ivf-alicuota pic 9(2)v99.
           03 ivf-iva pic 9(13)v99.
           03 ivf-cae pic x(14).
           03 ivf-anulado pic x.
           COPY "CpyRepInformesReg.cpy.cbl".
           COPY "CpyFacturasPatReg.cpy.cbl".
           COPY "CpyPatrocinadoresReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-recibos-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-fe-aut-status pic xx.
       77  w-parametros-status pic xx.
       77  w-empresas-status pic xx.
       77  w-facturas-status pic xx.
       77  w-fact-det-status pic xx.
       77  w-facturas-pat-status pic xx.
       77  w-patrocinadores-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-alicuota pic 9(2)v99 value 21.
       77  w-punto-venta pic 9(5) value 1.
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-cant-anulados pic 9(3) value 0.
       77  w-a pic 9(3).
       01  tab-anulados.
           05 anulados-ent occurs 1 to 500 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-cant-emp pic 9(3) value 0.
       77  w-e pic 9(3).
       01  tab-empresas.
           05 empresas-ent occurs 1 to 999 times
                   depending on w-cant-emp.
               07 tem-codigo pic 9(3).
               07 tem-razon pic x(30).
               07 tem-cuit pic x(13).
       77  w-cant-pat pic 9(3) value 0.
       77  w-pa pic 9(3).
       01  tab-patrocinadores.
           05 pat-ent occurs 1 to 999 times
                   depending on w-cant-pat.
               07 tpa-codigo pic 9(3).
               07 tpa-razon pic x(30).
               07 tpa-cuit pic x(13).
      * Socio and period of every member settled through a company
      * invoice: the recibo EMPRESAS-MANT posts for them is no sale.
       77  w-cant-det pic 9(5) value 0.
       77  w-d pic 9(5).
       01  tab-det-empresa.
           05 det-ent occurs 1 to 10000 times
                   depending on w-cant-det.
               07 tdt-codigo pic 9(4).
               07 tdt-periodo pic 9(6).
       77  w-cant-doc pic 9(5) value 0.
       77  w-x pic 9(5).
       01  tab-documentos.
           05 doc-ent occurs 1 to 9000 times
                   depending on w-cant-doc.
               07 tdc-fecha pic 9(8).
               07 tdc-tipo pic 9.
                   88 doc-recibo value 1.
                   88 doc-factura value 2.
                   88 doc-patrocinio value 3.
               07 tdc-numero pic 9(9).
               07 tdc-nombre pic x(30).
               07 tdc-cuit pic x(13).
               07 tdc-cae pic x(14).
               07 tdc-anulado pic x.
                   88 doc-anulado value "S".
               07 tdc-total pic 9(9)v99.
               07 tdc-gravado pic 9(9)v99.
               07 tdc-exento pic 9(9)v99.
               07 tdc-neto pic 9(9)v99.
               07 tdc-iva pic 9(9)v99.
       77  w-dia pic 9(8).
       77  w-dia-exento pic 9(9)v99.
       77  w-dia-neto pic 9(9)v99.
       77  w-dia-iva pic 9(9)v99.
       77  w-dia-docs pic 9(5).
       77  w-mes-exento pic 9(11)v99 value 0.
       77  w-mes-neto pic 9(11)v99 value 0.
       77  w-mes-iva pic 9(11)v99 value 0.
       77  w-mes-docs pic 9(5) value 0.
       77  w-mes-anulados pic 9(5) value 0.
       01  w-tipo-doc pic x(3).
       01  w-exento-edit pic zzzzzz9.99.
       01  w-neto-edit pic zzzzzz9.99.
       01  w-iva-edit pic zzzzz9.99.
       01  w-mes-exento-edit pic zzzzzzzz9.99.
       01  w-mes-neto-edit pic zzzzzzzz9.99.
       01  w-mes-iva-edit pic zzzzzzzz9.99.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-RECIBOS.
           PERFORM 250-CARGAR-FACTURAS.
           PERFORM 270-CARGAR-FACTURAS-PAT.
           PERFORM 300-COMPLETAR-DOCUMENTOS.
           IF w-cant-doc > 1
               SORT doc-ent ASCENDING tdc-fecha tdc-tipo tdc-numero
           END-IF.
           PERFORM 400-IMPRIMIR-LIBRO.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           DISPLAY "Periodo del libro IVA ventas (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-ANULADOS.
           PERFORM 130-CARGAR-EMPRESAS.
           PERFORM 140-CARGAR-DETALLE-EMPRESAS.
           PERFORM 150-CARGAR-PATROCINADORES.
       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "IVA-ALICUOTA" AND param-valor > 0
                       MOVE param-valor TO w-alicuota
                   END-IF
                   IF param-clave = "PUNTO-VENTA" AND param-valor > 0
                       MOVE param-valor TO w-punto-venta
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
      * Annulled recibos are marked by the tipo "X" counter-entry that
      * carries their number.
       120-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cuota-anulacion AND w-cant-anulados < 500
                       ADD 1 TO w-cant-anulados
                       MOVE cuota-recibo TO ta-recibo(w-cant-anulados)
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen.
       130-CARGAR-EMPRESAS.
           MOVE 0 TO w-cant-emp.
           OPEN INPUT EMPRESAS.
           IF w-empresas-status = "00"
               MOVE 0 TO w-sen
               READ EMPRESAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-emp >= 999
                   ADD 1 TO w-cant-emp
                   MOVE emp-codigo TO tem-codigo(w-cant-emp)
                   MOVE emp-razon TO tem-razon(w-cant-emp)
                   MOVE emp-cuit TO tem-cuit(w-cant-emp)
                   READ EMPRESAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE EMPRESAS
           END-IF.
           MOVE 0 TO w-sen.
       140-CARGAR-DETALLE-EMPRESAS.
           MOVE 0 TO w-cant-det.
           OPEN INPUT EMPRESA-FACT-DET.
           IF w-fact-det-status = "00"
               MOVE 0 TO w-sen
               READ EMPRESA-FACT-DET AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF detalle-cobrado AND w-cant-det < 10000
                       ADD 1 TO w-cant-det
                       MOVE ed-codigo TO tdt-codigo(w-cant-det)
                       MOVE ed-periodo TO tdt-periodo(w-cant-det)
                   END-IF
                   READ EMPRESA-FACT-DET AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE EMPRESA-FACT-DET
           END-IF.
           MOVE 0 TO w-sen.
       150-CARGAR-PATROCINADORES.
           MOVE 0 TO w-cant-pat.
           OPEN INPUT PATROCINADORES.
           IF w-patrocinadores-status = "00"
               MOVE 0 TO w-sen
               READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-pat >= 999
                   ADD 1 TO w-cant-pat
                   MOVE pat-codigo TO tpa-codigo(w-cant-pat)
                   MOVE pat-razon TO tpa-razon(w-cant-pat)
                   MOVE pat-cuit TO tpa-cuit(w-cant-pat)
                   READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PATROCINADORES
           END-IF.
           MOVE 0 TO w-sen.
       200-CARGAR-RECIBOS.
           MOVE 0 TO w-cant-doc.
           OPEN INPUT RECIBOS.
           IF w-recibos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ RECIBOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF rec-fecha(1:6) = w-periodo
                   PERFORM 210-RECIBO-EMPRESA
                   IF NOT entrada-hallada AND w-cant-doc < 9000
                       PERFORM 220-AGREGAR-RECIBO
                   END-IF
               END-IF
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE RECIBOS.
           MOVE 0 TO w-sen.
       210-RECIBO-EMPRESA.
           MOVE 0 TO w-hallado.
           IF forma-transferencia
               PERFORM VARYING w-d FROM 1 BY 1
                       UNTIL w-d > w-cant-det OR entrada-hallada
                   IF tdt-codigo(w-d) = rec-codigo AND
                      tdt-periodo(w-d) = rec-periodo
                       MOVE 1 TO w-hallado
                   END-IF
               END-PERFORM
           END-IF.
       220-AGREGAR-RECIBO.
           ADD 1 TO w-cant-doc.
           INITIALIZE doc-ent(w-cant-doc).
           MOVE rec-fecha TO tdc-fecha(w-cant-doc).
           MOVE 1 TO tdc-tipo(w-cant-doc).
           MOVE rec-numero TO tdc-numero(w-cant-doc).
           MOVE rec-nombre TO tdc-nombre(w-cant-doc).
           COMPUTE tdc-total(w-cant-doc) = rec-monto + rec-recargo.
           MOVE "N" TO tdc-anulado(w-cant-doc).
           PERFORM VARYING w-a FROM 1 BY 1 UNTIL w-a > w-cant-anulados
               IF ta-recibo(w-a) = rec-numero
                   MOVE "S" TO tdc-anulado(w-cant-doc)
               END-IF
           END-PERFORM.
       250-CARGAR-FACTURAS.
           OPEN INPUT EMPRESA-FACTURAS.
           IF w-facturas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ef-fecha-emision(1:6) = w-periodo AND
                  w-cant-doc < 9000
                   PERFORM 260-AGREGAR-FACTURA
               END-IF
               READ EMPRESA-FACTURAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EMPRESA-FACTURAS.
           MOVE 0 TO w-sen.
       260-AGREGAR-FACTURA.
           ADD 1 TO w-cant-doc.
           INITIALIZE doc-ent(w-cant-doc).
           MOVE ef-fecha-emision TO tdc-fecha(w-cant-doc).
           MOVE 2 TO tdc-tipo(w-cant-doc).
           COMPUTE tdc-numero(w-cant-doc) =
               ef-empresa * 1000000 + ef-periodo.
           MOVE "N" TO tdc-anulado(w-cant-doc).
           MOVE ef-total TO tdc-total(w-cant-doc).
           MOVE "EMPRESA SIN REGISTRAR" TO tdc-nombre(w-cant-doc).
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-emp
               IF tem-codigo(w-e) = ef-empresa
                   MOVE tem-razon(w-e) TO tdc-nombre(w-cant-doc)
                   MOVE tem-cuit(w-e) TO tdc-cuit(w-cant-doc)
               END-IF
           END-PERFORM.
      * Sponsorship invoices are advertising, taxed in full.
       270-CARGAR-FACTURAS-PAT.
           OPEN INPUT FACTURAS-PAT.
           IF w-facturas-pat-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF fpt-fecha-emision(1:6) = w-periodo AND
                  w-cant-doc < 9000
                   PERFORM 280-AGREGAR-FACTURA-PAT
               END-IF
               READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE FACTURAS-PAT.
           MOVE 0 TO w-sen.
       280-AGREGAR-FACTURA-PAT.
           ADD 1 TO w-cant-doc.
           INITIALIZE doc-ent(w-cant-doc).
           MOVE fpt-fecha-emision TO tdc-fecha(w-cant-doc).
           MOVE 3 TO tdc-tipo(w-cant-doc).
           MOVE fpt-numero TO tdc-numero(w-cant-doc).
           MOVE "N" TO tdc-anulado(w-cant-doc).
           MOVE fpt-monto TO tdc-total(w-cant-doc).
           MOVE fpt-monto TO tdc-gravado(w-cant-doc).
           MOVE "PATROCINADOR SIN REGISTRAR" TO tdc-nombre(w-cant-doc).
           PERFORM VARYING w-pa FROM 1 BY 1 UNTIL w-pa > w-cant-pat
               IF tpa-codigo(w-pa) = fpt-patrocinador
                   MOVE tpa-razon(w-pa) TO tdc-nombre(w-cant-doc)
                   MOVE tpa-cuit(w-pa) TO tdc-cuit(w-cant-doc)
               END-IF
           END-PERFORM.
      * The consumos charged on a recibo are its taxed part; the rest
      * of the recibo is dues and exempt. Company invoices bill dues
      * only.
       300-COMPLETAR-DOCUMENTOS.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cuota-consumo AND cuota-recibo NOT = 0
                       PERFORM 310-CONSUMO-RECIBO
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           OPEN INPUT FE-AUTORIZACIONES.
           IF w-fe-aut-status = "00"
               MOVE 0 TO w-sen
               READ FE-AUTORIZACIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   PERFORM VARYING w-x FROM 1 BY 1
                           UNTIL w-x > w-cant-doc
                       IF doc-recibo(w-x) AND fea-de-recibo AND
                          tdc-numero(w-x) = fea-recibo
                           MOVE fea-cae TO tdc-cae(w-x)
                       END-IF
                       IF doc-patrocinio(w-x) AND fea-de-patrocinio
                          AND tdc-numero(w-x) = fea-recibo
                           MOVE fea-cae TO tdc-cae(w-x)
                       END-IF
                   END-PERFORM
                   READ FE-AUTORIZACIONES AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE FE-AUTORIZACIONES
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM VARYING w-x FROM 1 BY 1 UNTIL w-x > w-cant-doc
               IF tdc-gravado(w-x) > tdc-total(w-x)
                   MOVE tdc-total(w-x) TO tdc-gravado(w-x)
               END-IF
               COMPUTE tdc-exento(w-x) =
                   tdc-total(w-x) - tdc-gravado(w-x)
               COMPUTE tdc-neto(w-x) ROUNDED =
                   tdc-gravado(w-x) * 100 / (100 + w-alicuota)
               COMPUTE tdc-iva(w-x) =
                   tdc-gravado(w-x) - tdc-neto(w-x)
           END-PERFORM.
       310-CONSUMO-RECIBO.
           PERFORM VARYING w-x FROM 1 BY 1 UNTIL w-x > w-cant-doc
               IF doc-recibo(w-x) AND
                  tdc-numero(w-x) = cuota-recibo
                   ADD cuota-monto TO tdc-gravado(w-x)
               END-IF
           END-PERFORM.
       400-IMPRIMIR-LIBRO.
           OPEN OUTPUT LIBRO-IVA.
           OPEN OUTPUT IVA-FISCO.
           MOVE SPACES TO w-linea.
           STRING "=== LIBRO IVA VENTAS - PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE "FECHA    TIP NUMERO    CLIENTE                  "
               & "    EXENTO NETO GRAV.       IVA" TO w-linea.
           PERFORM 690-ESCRIBIR.
           IF w-cant-doc = 0
               MOVE "No hay comprobantes emitidos en el periodo"
                   TO w-linea
               PERFORM 690-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           MOVE tdc-fecha(1) TO w-dia.
           PERFORM 460-INICIAR-DIA.
           PERFORM VARYING w-x FROM 1 BY 1 UNTIL w-x > w-cant-doc
               IF tdc-fecha(w-x) NOT = w-dia
                   PERFORM 450-TOTAL-DIA
                   MOVE tdc-fecha(w-x) TO w-dia
                   PERFORM 460-INICIAR-DIA
               END-IF
               PERFORM 410-LINEA-DOCUMENTO
               PERFORM 420-REGISTRO-FISCO
           END-PERFORM.
           PERFORM 450-TOTAL-DIA.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE w-mes-exento TO w-mes-exento-edit.
           MOVE w-mes-neto TO w-mes-neto-edit.
           MOVE w-mes-iva TO w-mes-iva-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DEL MES  EXENTO " DELIMITED BY SIZE
               w-mes-exento-edit DELIMITED BY SIZE
               "  NETO " DELIMITED BY SIZE
               w-mes-neto-edit DELIMITED BY SIZE
               "  IVA " DELIMITED BY SIZE
               w-mes-iva-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "COMPROBANTES: " DELIMITED BY SIZE
               w-mes-docs DELIMITED BY SIZE
               "  ANULADOS: " DELIMITED BY SIZE
               w-mes-anulados DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       410-LINEA-DOCUMENTO.
           EVALUATE TRUE
               WHEN doc-recibo(w-x)
                   MOVE "REC" TO w-tipo-doc
               WHEN doc-patrocinio(w-x)
                   MOVE "PAT" TO w-tipo-doc
               WHEN OTHER
                   MOVE "FAC" TO w-tipo-doc
           END-EVALUATE.
           MOVE tdc-exento(w-x) TO w-exento-edit.
           MOVE tdc-neto(w-x) TO w-neto-edit.
           MOVE tdc-iva(w-x) TO w-iva-edit.
           MOVE SPACES TO w-linea.
           STRING tdc-fecha(w-x) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-tipo-doc DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tdc-numero(w-x) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tdc-nombre(w-x)(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-exento-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-neto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-iva-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           IF tdc-cuit(w-x) NOT = SPACES OR
              tdc-cae(w-x) NOT = SPACES OR doc-anulado(w-x)
               MOVE SPACES TO w-linea
               STRING "                       CUIT: " DELIMITED BY SIZE
                   tdc-cuit(w-x) DELIMITED BY SIZE
                   "  CAE: " DELIMITED BY SIZE
                   tdc-cae(w-x) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               IF doc-anulado(w-x)
                   MOVE "ANULADO" TO w-linea(68:7)
               END-IF
               PERFORM 690-ESCRIBIR
           END-IF.
           ADD 1 TO w-dia-docs.
           ADD 1 TO w-mes-docs.
           IF doc-anulado(w-x)
               ADD 1 TO w-mes-anulados
           ELSE
               ADD tdc-exento(w-x) TO w-dia-exento
               ADD tdc-neto(w-x) TO w-dia-neto
               ADD tdc-iva(w-x) TO w-dia-iva
               ADD tdc-exento(w-x) TO w-mes-exento
               ADD tdc-neto(w-x) TO w-mes-neto
               ADD tdc-iva(w-x) TO w-mes-iva
           END-IF.
       420-REGISTRO-FISCO.
           INITIALIZE iva-fisco-reg.
           MOVE tdc-fecha(w-x) TO ivf-fecha.
           MOVE tdc-tipo(w-x) TO ivf-tipo-cbte.
           MOVE w-punto-venta TO ivf-punto-venta.
           MOVE tdc-numero(w-x) TO ivf-numero.
           IF tdc-cuit(w-x) = SPACES
               MOVE 99 TO ivf-doc-tipo
               MOVE ALL "0" TO ivf-doc-nro
           ELSE
               MOVE 80 TO ivf-doc-tipo
               MOVE tdc-cuit(w-x) TO ivf-doc-nro
           END-IF.
           MOVE tdc-nombre(w-x) TO ivf-nombre.
           MOVE tdc-cae(w-x) TO ivf-cae.
           IF doc-anulado(w-x)
               MOVE "S" TO ivf-anulado
           ELSE
               MOVE "N" TO ivf-anulado
               MOVE tdc-total(w-x) TO ivf-total
               MOVE tdc-exento(w-x) TO ivf-exento
               MOVE tdc-neto(w-x) TO ivf-neto
               MOVE tdc-iva(w-x) TO ivf-iva
           END-IF.
           MOVE w-alicuota TO ivf-alicuota.
           WRITE iva-fisco-reg.
       450-TOTAL-DIA.
           MOVE w-dia-exento TO w-exento-edit.
           MOVE w-dia-neto TO w-neto-edit.
           MOVE w-dia-iva TO w-iva-edit.
           MOVE SPACES TO w-linea.
           STRING "         TOTAL DIA " DELIMITED BY SIZE
               w-dia DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               w-dia-docs DELIMITED BY SIZE
               " cbtes)     " DELIMITED BY SIZE
               w-exento-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-neto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-iva-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
       460-INICIAR-DIA.
           MOVE 0 TO w-dia-exento.
           MOVE 0 TO w-dia-neto.
           MOVE 0 TO w-dia-iva.
           MOVE 0 TO w-dia-docs.
       690-ESCRIBIR.
           MOVE w-linea TO libro-iva-linea.
           WRITE libro-iva-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE LIBRO-IVA.
           MOVE "libro-iva-ventas.txt" TO w-rep-archivo.
           MOVE "LIBRO-IVA" TO w-rep-informe.
           MOVE "LIBRO-IVA-VENTAS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           CLOSE IVA-FISCO.
           DISPLAY "Libro IVA ventas generado en libro-iva-ventas.txt".
           DISPLAY "Archivo para el fisco en libro-iva-ventas.dat".
       END PROGRAM LIBRO-IVA-VENTAS.
