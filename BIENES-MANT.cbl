      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed assets register (pool pumps, gym machines,
      *          court lighting, vehicles). Each asset of bienes.dat
      *          carries its description, the seccion or sucursal
      *          where it stands, purchase date, cost, useful life in
      *          months and status (en uso, en reparacion, retirado),
      *          and is linked to the supplier invoice of
      *          facturas-prov.dat that bought it. The maintenance
      *          work orders of ORDENES-TRABAJO name the asset they
      *          are raised against, and the asset card shows them
      *          with the invoice. AMORTIZA-BIENES depreciates the
      *          assets every month; the inventory listing
      *          (bienes-inventario.txt) gives cost, accumulated
      *          depreciation and net book value per location for the
      *          annual balance. Retiring an asset is a supervisor's
      *          decision.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIENES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyBienes.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyFactProv.cpy.cbl".
           COPY "CpyProveedores.cpy.cbl".
           COPY "CpyOrdenesTrab.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT INVENTARIO ASSIGN TO "..\bienes-inventario.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyBienesReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyFactProvReg.cpy.cbl".
           COPY "CpyProveedoresReg.cpy.cbl".
           COPY "CpyOrdenesTrabReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  INVENTARIO.
       01  inventario-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-bienes-status pic xx.
       77  w-secciones-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-facturas-prov-status pic xx.
       77  w-proveedores-status pic xx.
       77  w-ordenes-trab-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-cant-bienes pic 9(4) value 0.
       77  w-b pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-bienes.
           05 bienes-ent occurs 1 to 5000 times
                   depending on w-cant-bienes.
               07 tbn-ubicacion pic x(4).
               07 tbn-codigo pic 9(5).
               07 tbn-registro pic x(117).
       77  w-codigo pic 9(5).
       01  w-descripcion pic x(30).
       77  w-ubic-tipo pic x.
           88 ubic-tipo-valido values "S" "U".
       01  w-ubicacion pic xxx.
       77  w-fecha pic 9(8).
       77  w-costo pic 9(9)v99.
       77  w-vida pic 9(3).
       77  w-estado pic x.
           88 estado-valido values "U" "R" "B".
       77  w-proveedor pic 9(4).
       77  w-fact-tipo pic x.
       01  w-fact-numero pic x(13).
       77  w-fact-fecha pic 9(8).
       77  w-fact-monto pic 9(9)v99.
       01  w-razon pic x(30).
       01  w-ubic-nombre pic x(15).
       77  w-existe pic 9 value 0.
           88 ubicacion-existe value 1.
           88 factura-existe value 1.
       77  w-neto pic 9(9)v99.
       77  w-cantidad pic 9(4).
       77  w-ordenes pic 9(4).
       01  w-estado-desc pic x(13).
       01  w-ubic-actual pic x(4).
       77  w-ubic-costo pic 9(11)v99.
       77  w-ubic-amort pic 9(11)v99.
       77  w-ubic-neto pic 9(11)v99.
       77  w-tot-costo pic 9(11)v99.
       77  w-tot-amort pic 9(11)v99.
       77  w-tot-neto pic 9(11)v99.
       01  w-costo-edit pic zzzzzzzz9.99.
       01  w-amort-edit pic zzzzzzzz9.99.
       01  w-neto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzz9.99.
       01  w-linea pic x(100).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BIENES-MANT" TO w-programa-log.
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
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 110-CARGAR-BIENES.
       110-CARGAR-BIENES.
           MOVE 0 TO w-cant-bienes.
           OPEN INPUT BIENES.
           IF w-bienes-status = "00"
               MOVE 0 TO w-sen
               READ BIENES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-bienes >= 5000
                   ADD 1 TO w-cant-bienes
                   PERFORM 115-CLAVE-BIEN
                   READ BIENES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BIENES
           END-IF.
           MOVE 0 TO w-sen.
      * The row of bien-reg goes into entry w-cant-bienes with its
      * location ahead, so the inventory can be sorted by it.
       115-CLAVE-BIEN.
           MOVE bien-ubic-tipo TO tbn-ubicacion(w-cant-bienes)(1:1).
           MOVE bien-ubicacion TO tbn-ubicacion(w-cant-bienes)(2:3).
           MOVE bien-codigo TO tbn-codigo(w-cant-bienes).
           MOVE bien-reg TO tbn-registro(w-cant-bienes).
       120-GRABAR-BIENES.
           IF w-cant-bienes > 1
               SORT bienes-ent ASCENDING tbn-codigo
           END-IF.
           OPEN OUTPUT BIENES.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > w-cant-bienes
               MOVE tbn-registro(w-b) TO bien-reg
               WRITE bien-reg
           END-PERFORM.
           CLOSE BIENES.
       200-MENU.
           DISPLAY "1- Alta de bien"
           DISPLAY "2- Cambiar ubicacion o estado (reparacion, baja)"
           DISPLAY "3- Ficha del bien (factura y ordenes de trabajo)"
           DISPLAY "4- Inventario con amortizacion y valor residual"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-BIEN
               WHEN 2
                   PERFORM 500-CAMBIAR-BIEN
               WHEN 3
                   PERFORM 600-FICHA-BIEN
               WHEN 4
                   PERFORM 700-INVENTARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-BUSCAR-BIEN.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-b FROM 1 BY 1
                   UNTIL w-b > w-cant-bienes OR entrada-hallada
               IF tbn-codigo(w-b) = w-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-b
               MOVE tbn-registro(w-b) TO bien-reg
           END-IF.
      * Asks the location into w-ubic-tipo/w-ubicacion and checks it
      * against secciones.dat or sucursales.dat; w-ubicacion comes
      * back blank when it does not exist.
       360-PEDIR-UBICACION.
           MOVE SPACES TO w-ubic-tipo.
           PERFORM UNTIL ubic-tipo-valido
               DISPLAY "Ubicacion: S-Seccion / U-Sucursal"
               ACCEPT w-ubic-tipo
               MOVE FUNCTION UPPER-CASE(w-ubic-tipo) TO w-ubic-tipo
           END-PERFORM.
           DISPLAY "Codigo de seccion o sucursal".
           ACCEPT w-ubicacion.
           MOVE FUNCTION UPPER-CASE(w-ubicacion) TO w-ubicacion.
           PERFORM 365-NOMBRE-UBICACION.
           IF NOT ubicacion-existe
               DISPLAY "La seccion o sucursal no existe"
               MOVE SPACES TO w-ubicacion
           END-IF.
      * Name of w-ubic-tipo/w-ubicacion into w-ubic-nombre.
       365-NOMBRE-UBICACION.
           MOVE 0 TO w-existe.
           MOVE SPACES TO w-ubic-nombre.
           MOVE 0 TO w-sen.
           IF w-ubic-tipo = "S"
               OPEN INPUT SECCIONES
               IF w-secciones-status = "00"
                   PERFORM UNTIL fin-arch OR ubicacion-existe
                       READ SECCIONES
                           AT END
                               MOVE 1 TO w-sen
                           NOT AT END
                               IF sec-codigo = w-ubicacion
                                   MOVE 1 TO w-existe
                                   MOVE sec-nombre TO w-ubic-nombre
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECCIONES
               END-IF
           ELSE
               OPEN INPUT SUCURSALES-MANT
               IF w-sucursales-status = "00"
                   PERFORM UNTIL fin-arch OR ubicacion-existe
                       READ SUCURSALES-MANT
                           AT END
                               MOVE 1 TO w-sen
                           NOT AT END
                               IF sm-codigo = w-ubicacion
                                   MOVE 1 TO w-existe
                                   MOVE sm-nombre TO w-ubic-nombre
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUCURSALES-MANT
               END-IF
           END-IF.
           MOVE 0 TO w-sen.
      * Looks up the invoice w-proveedor/w-fact-tipo/w-fact-numero in
      * facturas-prov.dat and leaves its date and amount.
       370-BUSCAR-FACTURA.
           MOVE 0 TO w-existe.
           MOVE 0 TO w-fact-fecha.
           MOVE 0 TO w-fact-monto.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR factura-existe
                   READ FACTURAS-PROV
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF fp-proveedor = w-proveedor AND
                              fp-tipo = w-fact-tipo AND
                              fp-numero = w-fact-numero
                               MOVE 1 TO w-existe
                               MOVE fp-fecha TO w-fact-fecha
                               MOVE fp-monto TO w-fact-monto
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
       380-BUSCAR-PROVEEDOR.
           MOVE SPACES TO w-razon.
           OPEN INPUT PROVEEDORES.
           IF w-proveedores-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch
                   READ PROVEEDORES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF prov-codigo = w-proveedor
                               MOVE prov-razon TO w-razon
                               MOVE 1 TO w-sen
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.
           MOVE 0 TO w-sen.
      * An asset bought with a registered supplier invoice takes the
      * invoice date as purchase date and the invoice amount as cost
      * unless other values are given (one invoice may buy several
      * assets). Donated assets have no invoice and are entered at
      * the value they were received.
       400-ALTA-BIEN.
           IF w-cant-bienes >= 5000
               DISPLAY "Registro de bienes completo"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Descripcion del bien".
           ACCEPT w-descripcion.
           IF w-descripcion = SPACES
               DISPLAY "La descripcion es obligatoria"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 360-PEDIR-UBICACION.
           IF w-ubicacion = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Proveedor de la factura de compra (0 = sin"
               " factura)".
           ACCEPT w-proveedor.
           MOVE SPACES TO w-fact-tipo.
           MOVE SPACES TO w-fact-numero.
           MOVE 0 TO w-fact-fecha.
           MOVE 0 TO w-fact-monto.
           IF w-proveedor NOT = 0
               PERFORM UNTIL w-fact-tipo = "A" OR w-fact-tipo = "B"
                       OR w-fact-tipo = "C"
                   DISPLAY "Tipo de factura (A/B/C)"
                   ACCEPT w-fact-tipo
                   MOVE FUNCTION UPPER-CASE(w-fact-tipo)
                       TO w-fact-tipo
               END-PERFORM
               DISPLAY "Numero de factura (PPPP-NNNNNNNN)"
               ACCEPT w-fact-numero
               PERFORM 370-BUSCAR-FACTURA
               IF NOT factura-existe
                   DISPLAY "La factura no esta registrada"
                       " (PROVEEDORES-MANT)"
                   EXIT PARAGRAPH
               END-IF
               MOVE w-fact-monto TO w-costo-edit
               DISPLAY "Factura del ", w-fact-fecha, " por ",
                   w-costo-edit
           END-IF.
           DISPLAY "Fecha de compra (AAAAMMDD, 0 = la de la"
               " factura)".
           ACCEPT w-fecha.
           IF w-fecha = 0
               MOVE w-fact-fecha TO w-fecha
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0 OR
              w-fecha > w-hoy
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Costo (999999999.99, 0 = importe de la"
               " factura)".
           ACCEPT w-costo.
           IF w-costo = 0
               MOVE w-fact-monto TO w-costo
           END-IF.
           IF w-costo = 0
               DISPLAY "El costo no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vida util en meses".
           ACCEPT w-vida.
           IF w-vida = 0
               DISPLAY "La vida util no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-codigo.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > w-cant-bienes
               IF tbn-codigo(w-b) > w-codigo
                   MOVE tbn-codigo(w-b) TO w-codigo
               END-IF
           END-PERFORM.
           ADD 1 TO w-codigo.
           MOVE w-costo TO w-costo-edit.
           DISPLAY "Bien ", w-codigo, " ", w-descripcion, " en ",
               w-ubic-tipo, "-", w-ubicacion, " costo ", w-costo-edit,
               " vida ", w-vida, " meses".
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Bien no registrado"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE bien-reg.
           MOVE w-codigo TO bien-codigo.
           MOVE w-descripcion TO bien-descripcion.
           MOVE w-ubic-tipo TO bien-ubic-tipo.
           MOVE w-ubicacion TO bien-ubicacion.
           MOVE w-fecha TO bien-fecha-compra.
           MOVE w-costo TO bien-costo.
           MOVE w-vida TO bien-vida-util.
           MOVE "U" TO bien-estado.
           MOVE 0 TO bien-fecha-baja.
           MOVE w-proveedor TO bien-proveedor.
           MOVE w-fact-tipo TO bien-fact-tipo.
           MOVE w-fact-numero TO bien-fact-numero.
           MOVE 0 TO bien-amort-acum.
           MOVE 0 TO bien-ult-periodo.
           MOVE w-operador TO bien-operador.
           ADD 1 TO w-cant-bienes.
           PERFORM 115-CLAVE-BIEN.
           PERFORM 120-GRABAR-BIENES.
           DISPLAY "Bien registrado con el codigo ", w-codigo.
      * A retired asset stays in the register with the date of the
      * baja; it depreciates up to that month and never again.
       500-CAMBIAR-BIEN.
           DISPLAY "Codigo de bien".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-BIEN.
           IF NOT entrada-hallada
               DISPLAY "El bien no existe"
               EXIT PARAGRAPH
           END-IF.
           IF bien-retirado
               DISPLAY "El bien fue dado de baja el ",
                   bien-fecha-baja
               EXIT PARAGRAPH
           END-IF.
           DISPLAY bien-codigo, " ", bien-descripcion, " ",
               bien-ubic-tipo, "-", bien-ubicacion, " ESTADO ",
               bien-estado.
           DISPLAY "Cambia la ubicacion? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta = "S" OR w-respuesta = "s"
               PERFORM 360-PEDIR-UBICACION
               IF w-ubicacion = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE w-ubic-tipo TO bien-ubic-tipo
               MOVE w-ubicacion TO bien-ubicacion
           END-IF.
           MOVE SPACES TO w-estado.
           PERFORM UNTIL estado-valido
               DISPLAY "Estado: U-En uso / R-En reparacion /"
                   " B-Baja (Enter = ", bien-estado, ")"
               ACCEPT w-estado
               MOVE FUNCTION UPPER-CASE(w-estado) TO w-estado
               IF w-estado = SPACES
                   MOVE bien-estado TO w-estado
               END-IF
           END-PERFORM.
           IF w-estado = "B"
               IF NOT nivel-supervisor
                   DISPLAY "La baja de bienes esta reservada a"
                       " supervisores"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Fecha de baja (AAAAMMDD, 0 = hoy)"
               ACCEPT w-fecha
               IF w-fecha = 0
                   MOVE w-hoy TO w-fecha
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0 OR
                  w-fecha > w-hoy OR w-fecha < bien-fecha-compra
                   DISPLAY "Fecha invalida"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE w-neto = bien-costo - bien-amort-acum
               MOVE w-neto TO w-neto-edit
               DISPLAY "Baja del bien con valor residual ",
                   w-neto-edit, ". Confirma? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
                   DISPLAY "Baja cancelada"
                   EXIT PARAGRAPH
               END-IF
               MOVE w-fecha TO bien-fecha-baja
           END-IF.
           MOVE w-estado TO bien-estado.
           MOVE bien-reg TO tbn-registro(w-b).
           MOVE bien-ubic-tipo TO tbn-ubicacion(w-b)(1:1).
           MOVE bien-ubicacion TO tbn-ubicacion(w-b)(2:3).
           PERFORM 120-GRABAR-BIENES.
           DISPLAY "Bien actualizado".
       600-FICHA-BIEN.
           DISPLAY "Codigo de bien".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-BIEN.
           IF NOT entrada-hallada
               DISPLAY "El bien no existe"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 690-DESCRIBIR-ESTADO.
           MOVE bien-ubic-tipo TO w-ubic-tipo.
           MOVE bien-ubicacion TO w-ubicacion.
           PERFORM 365-NOMBRE-UBICACION.
           DISPLAY "=== BIEN ", bien-codigo, " ", bien-descripcion,
               " ===".
           DISPLAY "Ubicacion:   ", bien-ubic-tipo, "-",
               bien-ubicacion, " ", w-ubic-nombre.
           DISPLAY "Estado:      ", w-estado-desc.
           IF bien-retirado
               DISPLAY "Fecha baja:  ", bien-fecha-baja
           END-IF.
           DISPLAY "Compra:      ", bien-fecha-compra.
           MOVE bien-costo TO w-costo-edit.
           MOVE bien-amort-acum TO w-amort-edit.
           COMPUTE w-neto = bien-costo - bien-amort-acum.
           MOVE w-neto TO w-neto-edit.
           DISPLAY "Costo:       ", w-costo-edit, "  vida util ",
               bien-vida-util, " meses".
           DISPLAY "Amortizado:  ", w-amort-edit, "  al periodo ",
               bien-ult-periodo.
           DISPLAY "Residual:    ", w-neto-edit.
           IF bien-proveedor = 0
               DISPLAY "Factura:     sin factura de compra"
           ELSE
               MOVE bien-proveedor TO w-proveedor
               MOVE bien-fact-tipo TO w-fact-tipo
               MOVE bien-fact-numero TO w-fact-numero
               PERFORM 380-BUSCAR-PROVEEDOR
               PERFORM 370-BUSCAR-FACTURA
               MOVE w-fact-monto TO w-costo-edit
               DISPLAY "Factura:     ", bien-fact-tipo, " ",
                   bien-fact-numero, " del ", w-fact-fecha, " por ",
                   w-costo-edit
               DISPLAY "Proveedor:   ", bien-proveedor, " ", w-razon
           END-IF.
           PERFORM 650-ORDENES-DEL-BIEN.
      * Every work order raised against the asset, open or not.
       650-ORDENES-DEL-BIEN.
           MOVE 0 TO w-ordenes.
           DISPLAY "Ordenes de trabajo:".
           OPEN INPUT ORDENES-TRAB.
           IF w-ordenes-trab-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-TRAB AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ot-bien NOT NUMERIC
                       MOVE 0 TO ot-bien
                   END-IF
                   IF ot-bien = w-codigo
                       ADD 1 TO w-ordenes
                       DISPLAY "  ", ot-numero, " ",
                           ot-desde-fecha, " ", ot-descripcion,
                           " ", ot-estado, " ", ot-fecha-cierre
                   END-IF
                   READ ORDENES-TRAB AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-TRAB
           END-IF.
           MOVE 0 TO w-sen.
           IF w-ordenes = 0
               DISPLAY "  sin ordenes de trabajo"
           END-IF.
       690-DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN bien-en-uso
                   MOVE "EN USO" TO w-estado-desc
               WHEN bien-en-reparacion
                   MOVE "EN REPARACION" TO w-estado-desc
               WHEN OTHER
                   MOVE "BAJA" TO w-estado-desc
           END-EVALUATE.
      * The inventory for the annual balance: assets in service by
      * location, with cost, accumulated depreciation up to the last
      * AMORTIZA-BIENES run and net book value. Retired assets are
      * out of the balance and are not listed.
       700-INVENTARIO.
           IF w-cant-bienes > 1
               SORT bienes-ent ASCENDING tbn-ubicacion tbn-codigo
           END-IF.
           OPEN OUTPUT INVENTARIO.
           MOVE SPACES TO w-linea.
           STRING "=== INVENTARIO DE BIENES DE USO AL " DELIMITED BY
               SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "CODIGO DESCRIPCION" TO w-linea(1:18).
           MOVE "COMPRA" TO w-linea(39:6).
           MOVE "COSTO" TO w-linea(55:5).
           MOVE "AMORT. ACUM." TO w-linea(61:12).
           MOVE "RESIDUAL" TO w-linea(78:8).
           MOVE "ESTADO" TO w-linea(87:6).
           PERFORM 790-ESCRIBIR.
           MOVE 0 TO w-cantidad.
           MOVE 0 TO w-tot-costo.
           MOVE 0 TO w-tot-amort.
           MOVE 0 TO w-tot-neto.
           MOVE SPACES TO w-ubic-actual.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > w-cant-bienes
               MOVE tbn-registro(w-b) TO bien-reg
               IF NOT bien-retirado
                   IF tbn-ubicacion(w-b) NOT = w-ubic-actual
                       IF w-ubic-actual NOT = SPACES
                           PERFORM 720-TOTAL-UBICACION
                       END-IF
                       PERFORM 710-INICIAR-UBICACION
                   END-IF
                   PERFORM 730-LINEA-BIEN
               END-IF
           END-PERFORM.
           IF w-ubic-actual NOT = SPACES
               PERFORM 720-TOTAL-UBICACION
           END-IF.
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "TOTAL BIENES DE USO (" DELIMITED BY SIZE
               w-cantidad DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-tot-costo TO w-total-edit.
           MOVE w-total-edit TO w-linea(47:13).
           MOVE w-tot-amort TO w-total-edit.
           MOVE w-total-edit TO w-linea(60:13).
           MOVE w-tot-neto TO w-total-edit.
           MOVE w-total-edit TO w-linea(73:13).
           PERFORM 790-ESCRIBIR.
           CLOSE INVENTARIO.
           MOVE "bienes-inventario.txt" TO w-rep-archivo.
           MOVE "INVENTARIO" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Inventario generado en bienes-inventario.txt".
       710-INICIAR-UBICACION.
           MOVE tbn-ubicacion(w-b) TO w-ubic-actual.
           MOVE bien-ubic-tipo TO w-ubic-tipo.
           MOVE bien-ubicacion TO w-ubicacion.
           PERFORM 365-NOMBRE-UBICACION.
           MOVE 0 TO w-ubic-costo.
           MOVE 0 TO w-ubic-amort.
           MOVE 0 TO w-ubic-neto.
           MOVE SPACES TO w-linea.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           IF bien-en-seccion
               STRING "SECCION " DELIMITED BY SIZE
                   bien-ubicacion DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   w-ubic-nombre DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING "SUCURSAL " DELIMITED BY SIZE
                   bien-ubicacion DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   w-ubic-nombre DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           PERFORM 790-ESCRIBIR.
       720-TOTAL-UBICACION.
           MOVE SPACES TO w-linea.
           MOVE "   TOTAL UBICACION" TO w-linea.
           MOVE w-ubic-costo TO w-total-edit.
           MOVE w-total-edit TO w-linea(47:13).
           MOVE w-ubic-amort TO w-total-edit.
           MOVE w-total-edit TO w-linea(60:13).
           MOVE w-ubic-neto TO w-total-edit.
           MOVE w-total-edit TO w-linea(73:13).
           PERFORM 790-ESCRIBIR.
       730-LINEA-BIEN.
           PERFORM 690-DESCRIBIR-ESTADO.
           COMPUTE w-neto = bien-costo - bien-amort-acum.
           ADD 1 TO w-cantidad.
           ADD bien-costo TO w-ubic-costo.
           ADD bien-amort-acum TO w-ubic-amort.
           ADD w-neto TO w-ubic-neto.
           ADD bien-costo TO w-tot-costo.
           ADD bien-amort-acum TO w-tot-amort.
           ADD w-neto TO w-tot-neto.
           MOVE bien-costo TO w-costo-edit.
           MOVE bien-amort-acum TO w-amort-edit.
           MOVE w-neto TO w-neto-edit.
           MOVE SPACES TO w-linea.
           STRING bien-codigo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               bien-descripcion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               bien-fecha-compra DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-costo-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-amort-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-neto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-estado-desc DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
       790-ESCRIBIR.
           MOVE w-linea TO inventario-linea.
           WRITE inventario-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM BIENES-MANT.
