      *          500-REIMPRIMIR-RECIBO of CUOTAS-MANT prints it on
      *          every reprint - and queues the rejected receipts in
      *          fe-rechazos.dat with the reason so the cashier
      *          corrects and resubmits them. The sponsorship
      *          invoices PATROCINIOS-MANT issued on the same day go
      *          in the same request, told apart from the recibos by
      *          the comprobante type "P" that the response returns
      *          and fe-autorizaciones.dat keeps.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyFeAut.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyFacturasPat.cpy.cbl".
           COPY "CpyPatrocinadores.cpy.cbl".
           SELECT FE-SOLICITUD ASSIGN TO "..\fe-solicitud.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FE-RESPUESTA ASSIGN TO "..\fe-respuesta.dat"
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyFeAutReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyFacturasPatReg.cpy.cbl".
           COPY "CpyPatrocinadoresReg.cpy.cbl".
      * Comprobante "R" is a recibo (code and name of the socio),
      * "P" a sponsorship invoice (code and name of the sponsor).
       FD  FE-SOLICITUD.
       01  fe-sol-reg.
           03 fes-recibo pic 9(6).
           03 fes-nombre pic x(20).
           03 fes-importe pic 9(10)v99.
           03 fes-fecha pic 9(8).
           03 fes-comprobante pic x.
       FD  FE-RESPUESTA.
       01  fe-resp-reg.
           03 fer-recibo pic 9(6).
               88 fe-aceptada value "00".
           03 fer-cae pic x(14).
           03 fer-cae-vto pic 9(8).
           03 fer-comprobante pic x.
       FD  FE-RECHAZOS.
       01  fe-rech-reg.
           03 frh-fecha pic 9(8).
           03 frh-recibo pic 9(6).
           03 frh-resultado pic xx.
           03 frh-razon pic x(30).
           03 frh-comprobante pic x.
       WORKING-STORAGE SECTION.
       77  w-recibos-status pic xx.
       77  w-fe-aut-status pic xx.
       77  w-fe-resp-status pic xx.
       77  w-fe-rech-status pic xx.
       77  w-facturas-pat-status pic xx.
       77  w-patrocinadores-status pic xx.
       77  w-modo pic x.
           88 modo-generar value "G".
           88 modo-respuesta value "R".
       77  w-solicitados pic 9(5) value 0.
       77  w-autorizados pic 9(5) value 0.
       77  w-rechazados pic 9(5) value 0.
       77  w-facturas-sol pic 9(5) value 0.
       77  w-cant-pat pic 9(3) value 0.
       77  w-pa pic 9(3).
       01  tab-patrocinadores.
           05 pat-ent occurs 1 to 999 times
                   depending on w-cant-pat.
               07 tpa-codigo pic 9(3).
               07 tpa-razon pic x(30).
       01  w-razon pic x(30).
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
                   MOVE rec-nombre TO fes-nombre
                   COMPUTE fes-importe = rec-monto + rec-recargo
                   MOVE rec-fecha TO fes-fecha
                   MOVE "R" TO fes-comprobante
                   WRITE fe-sol-reg
                   ADD 1 TO w-solicitados
               END-IF
               READ RECIBOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE RECIBOS.
           PERFORM 250-SOLICITAR-FACTURAS-PAT.
           CLOSE FE-SOLICITUD.
           DISPLAY "Solicitud generada en fe-solicitud.dat".
           DISPLAY "Recibos solicitados: ", w-solicitados.
           DISPLAY "Facturas de patrocinio solicitadas: ",
               w-facturas-sol.
      * The sponsorship invoices issued on the day, under the
      * sponsor's code and razon social.
       250-SOLICITAR-FACTURAS-PAT.
           OPEN INPUT FACTURAS-PAT.
           IF w-facturas-pat-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 260-CARGAR-PATROCINADORES.
           MOVE 0 TO w-sen.
           READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF fpt-fecha-emision = w-fecha
                   MOVE fpt-numero TO fes-recibo
                   MOVE fpt-patrocinador TO fes-codigo
                   MOVE SPACES TO fes-nombre
                   PERFORM VARYING w-pa FROM 1 BY 1
                           UNTIL w-pa > w-cant-pat
                       IF tpa-codigo(w-pa) = fpt-patrocinador
                           MOVE tpa-razon(w-pa) TO fes-nombre
                       END-IF
                   END-PERFORM
                   MOVE fpt-monto TO fes-importe
                   MOVE fpt-fecha-emision TO fes-fecha
                   MOVE "P" TO fes-comprobante
                   WRITE fe-sol-reg
                   ADD 1 TO w-facturas-sol
               END-IF
               READ FACTURAS-PAT AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE FACTURAS-PAT.
           MOVE 0 TO w-sen.
       260-CARGAR-PATROCINADORES.
           MOVE 0 TO w-cant-pat.
           OPEN INPUT PATROCINADORES.
           IF w-patrocinadores-status = "00"
               MOVE 0 TO w-sen
               READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-pat >= 999
                   ADD 1 TO w-cant-pat
                   MOVE pat-codigo TO tpa-codigo(w-cant-pat)
                   MOVE pat-razon TO tpa-razon(w-cant-pat)
                   READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PATROCINADORES
           END-IF.
           MOVE 0 TO w-sen.
       300-PROCESAR-RESPUESTA.
           OPEN INPUT FE-RESPUESTA.
           IF w-fe-resp-status NOT = "00"
                   MOVE fer-cae TO fea-cae
                   MOVE fer-cae-vto TO fea-cae-vto
                   MOVE w-hoy TO fea-fecha
                   MOVE fer-comprobante TO fea-comprobante
                   WRITE fe-aut-reg
                   ADD 1 TO w-autorizados
               ELSE
                   MOVE fer-recibo TO frh-recibo
                   MOVE fer-resultado TO frh-resultado
                   MOVE w-razon TO frh-razon
                   MOVE fer-comprobante TO frh-comprobante
                   WRITE fe-rech-reg
                   ADD 1 TO w-rechazados
               END-IF
           CLOSE FE-AUTORIZACIONES.
           CLOSE FE-RECHAZOS.
           DISPLAY "Autorizaciones guardadas: ", w-autorizados.
           DISPLAY "Comprobantes rechazados en cola: ", w-rechazados.
       800-FIN.
           DISPLAY "Proceso de factura electronica finalizado".
       END PROGRAM FACTURA-ELECTRONICA.
