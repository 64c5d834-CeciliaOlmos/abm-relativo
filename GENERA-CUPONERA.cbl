      *          mold of the card file GENERA-CARNET.cbl produces.
      *          Each coupon carries codigo, nombre, periodo and the
      *          amount priced from tarifas.dat with the tariff in
      *          force for that period (less the discount of the
      *          campaign the socio joined under, for the periods
      *          it covers), so the cashier keys the
      *          payment straight from the slip the member hands
      *          over. Each coupon also carries its due date (last
      *          day of the period) and the barcode of the cash
      *          collection network built by CpyCodigoBarras, so
      *          the member can pay it at Rapipago or Pago Facil and
      *          COBRANZA-RED posts it from the network's rendition.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           SELECT CUPONERA ASSIGN TO "..\cuponera.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
       FD  CUPONERA.
       01  cupon-reg.
           03 cup-codigo pic 9(4).
           03 cup-nombre pic x(20).
           03 cup-periodo pic 9(6).
           03 cup-monto pic 9(6)v99.
           03 cup-vence pic 9(8).
           03 cup-barra pic x(31).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-sen pic 9 value 0.
       77  w-socios pic 9(5) value 0.
       77  w-cupones pic 9(6) value 0.
       77  w-sin-tarifa pic 9(5) value 0.
       77  w-prox-mes pic 9(8).
           COPY "CpyCodigoBarrasWS.cpy.cbl".
           COPY "CpyCampIngresoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 130-LEER-PARAMETROS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           DISPLAY "Ingrese anio de la cuponera (AAAA)".
           ACCEPT w-anio.
           OPEN INPUT SOCIOS.
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
       130-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "RED-COBRO-ENTE"
                       MOVE param-valor TO w-cb-ente
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       200-RECORRER-PADRON.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
               IF w-tarifa-monto = 0
                   ADD 1 TO w-sin-tarifa
               ELSE
                   PERFORM 225-APLICAR-CAMPANIA
               END-IF
               IF w-tarifa-monto > 0
                   MOVE soc-codigo TO cup-codigo
                   MOVE soc-nombre TO cup-nombre
                   MOVE w-periodo-iter TO cup-periodo
                   MOVE w-tarifa-monto TO cup-monto
                   PERFORM 230-VENCIMIENTO-CUPON
                   MOVE soc-codigo TO w-cb-codigo
                   MOVE w-periodo-iter TO w-cb-periodo
                   MOVE w-tarifa-monto TO w-cb-importe
                   MOVE cup-vence TO w-cb-vence
                   PERFORM 984-ARMAR-CODIGO-BARRAS
                   MOVE w-cb-barra TO cup-barra
                   WRITE cupon-reg
                   ADD 1 TO w-cupones
               END-IF
                   MOVE tt-monto(w-t) TO w-tarifa-monto
               END-IF
           END-PERFORM.
      * A period covered by the campaign the socio joined under is
      * printed less its percentage; a fully bonified period gets
      * no coupon.
       225-APLICAR-CAMPANIA.
           MOVE soc-codigo TO w-cas-buscar-cod.
           MOVE w-periodo-iter TO w-cas-buscar-periodo.
           PERFORM 979-BUSCAR-CAMPANIA.
           IF w-cas-pct-cuota NOT = 0
               COMPUTE w-cas-descuento ROUNDED =
                   w-tarifa-monto * w-cas-pct-cuota / 100
               SUBTRACT w-cas-descuento FROM w-tarifa-monto
           END-IF.
      * The coupon falls due on the last day of its period, the day
      * after which CUOTAS-MANT starts charging the recargo.
       230-VENCIMIENTO-CUPON.
           IF w-mes = 12
               COMPUTE w-prox-mes = (w-anio + 1) * 10000 + 101
           ELSE
               COMPUTE w-prox-mes = w-anio * 10000
                   + (w-mes + 1) * 100 + 1
           END-IF.
           COMPUTE cup-vence = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-prox-mes) - 1).
       COPY "CpyCodigoBarras.cpy.cbl".
       COPY "CpyCampIngresoTar.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS.
           CLOSE CUPONERA.
