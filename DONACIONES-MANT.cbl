      ******************************************************************
      * Author:
      * Date:
      * Purpose: Donations register. Members and local companies
      *          donate money and goods (equipment for the gym,
      *          materials for the works fund); each donation is
      *          recorded in donaciones.dat with the donor (a socio,
      *          or an external donor with name and CUIT), the date,
      *          cash, cheque, transfer or in kind, the valued amount
      *          and the destination fund, and gets a numbered
      *          donation receipt from its own sequence
      *          (donaciones-ctl.dat), printed into
      *          donacion-recibo.txt. A supervisor can annul a
      *          receipt; the row stays with the date of the
      *          annulment. Cash donations count in the drawer of
      *          CIERRE-CAJA, so a cash donation or annulment after
      *          the day's cierre needs a supervisor override,
      *          recorded in excepciones.dat; every donation is
      *          journaled by EXPORTA-ASIENTOS. The listing shows the
      *          year's donations with the totals per fund. The
      *          annual donor certificates and the tax authority's
      *          informative listing are produced by DONACIONES-ANUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONACIONES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyDonaciones.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           SELECT DONACIONES-CTL ASSIGN TO "..\donaciones-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-don-ctl-status.
           SELECT RECIBO-DONACION
               ASSIGN TO "..\donacion-recibo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-recibo-don-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyDonacionesReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
       FD  DONACIONES-CTL.
       01  donaciones-ctl-reg.
           03 dctl-ultimo pic 9(6).
       FD  RECIBO-DONACION.
       01  recibo-donacion-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-donaciones-status pic xx.
       77  w-don-ctl-status pic xx.
       77  w-recibo-don-status pic xx.
       77  w-cierres-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-dia-cerrado pic 9 value 0.
           88 dia-cerrado value 1.
       77  w-respuesta pic x.
       77  w-ultimo-recibo pic 9(6) value 0.
       77  w-tipo-donante pic x.
           88 donante-socio value "S".
           88 donante-externo value "E".
       01  w-nombre pic x(30).
       01  w-cuit pic x(13).
       77  w-forma pic x.
           88 forma-valida value "E" "C" "T" "S".
           88 forma-especie value "S".
       01  w-descripcion pic x(30).
       77  w-monto pic 9(9)v99.
       01  w-fondo pic x(12).
       77  w-numero pic 9(6).
       77  w-anio pic 9(4).
       01  w-forma-desc pic x(13).
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-linea pic x(80).
      * The whole file is held here only while a receipt is annulled
      * and the file written back.
       77  w-cant-don pic 9(5) value 0.
       77  w-d pic 9(5).
       77  w-hallado pic 9 value 0.
           88 donacion-hallada value 1.
       01  tab-donaciones.
           05 don-ent occurs 1 to 20000 times
                   depending on w-cant-don.
               07 tdn-registro pic x(136).
      * Totals per fund of the listed year.
       77  w-cant-fondos pic 99 value 0.
       77  w-fo pic 99.
       77  w-fondo-hallado pic 9 value 0.
           88 fondo-anotado value 1.
       01  tab-fondos.
           05 fondo-ent occurs 1 to 50 times
                   depending on w-cant-fondos.
               07 tfo-fondo pic x(12).
               07 tfo-dinero pic 9(11)v99.
               07 tfo-especie pic 9(11)v99.
       77  w-tot-dinero pic 9(11)v99.
       77  w-tot-especie pic 9(11)v99.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DONACIONES-MANT" TO w-programa-log.
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
       COPY "CpyExcepcion.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-ULTIMO-RECIBO.
           OPEN INPUT DONACIONES-CTL.
           IF w-don-ctl-status = "00"
               READ DONACIONES-CTL
                   NOT AT END
                       MOVE dctl-ultimo TO w-ultimo-recibo
               END-READ
               CLOSE DONACIONES-CTL
           END-IF.
       108-GRABAR-ULTIMO-RECIBO.
           OPEN OUTPUT DONACIONES-CTL.
           MOVE w-ultimo-recibo TO dctl-ultimo.
           WRITE donaciones-ctl-reg.
           CLOSE DONACIONES-CTL.
       112-VERIFICAR-DIA-CERRADO.
           MOVE 0 TO w-dia-cerrado.
           OPEN INPUT CIERRES.
           IF w-cierres-status = "00"
               MOVE 0 TO w-sen
               READ CIERRES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cie-fecha = w-hoy
                       MOVE 1 TO w-dia-cerrado
                   END-IF
                   READ CIERRES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CIERRES
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Registrar donacion"
           DISPLAY "2- Anular recibo de donacion"
           DISPLAY "3- Listar donaciones del anio por fondo"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR-DONACION
               WHEN 2
                   PERFORM 500-ANULAR-DONACION
               WHEN 3
                   PERFORM 700-LISTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A socio donor is taken from arch.dat; the CUIT or CUIL is
      * asked in both cases because the informative listing of the
      * tax authority identifies every donor by it.
       400-REGISTRAR-DONACION.
           MOVE SPACES TO w-tipo-donante.
           PERFORM UNTIL donante-socio OR donante-externo
               DISPLAY "Donante: S-Socio / E-Externo"
               ACCEPT w-tipo-donante
               MOVE FUNCTION UPPER-CASE(w-tipo-donante)
                   TO w-tipo-donante
           END-PERFORM.
           MOVE 0 TO w-soc-codigo.
           MOVE SPACES TO w-nombre.
           IF donante-socio
               DISPLAY "Ingrese codigo de socio"
               ACCEPT w-soc-codigo
               PERFORM 430-BUSCAR-SOCIO
               IF NOT socio-encontrado
                   DISPLAY "El socio no se encuentra registrado"
                   EXIT PARAGRAPH
               END-IF
               MOVE soc-nombre TO w-nombre
               DISPLAY "Socio: ", soc-nombre
               DISPLAY "CUIT/CUIL del socio (vacio = sin dato)"
               ACCEPT w-cuit
           ELSE
               DISPLAY "Nombre o razon social del donante"
               ACCEPT w-nombre
               IF w-nombre = SPACES
                   DISPLAY "Debe indicar el donante"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CUIT del donante"
               ACCEPT w-cuit
               IF w-cuit = SPACES
                   DISPLAY "El CUIT del donante externo es"
                       " obligatorio"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO w-forma.
           PERFORM UNTIL forma-valida
               DISPLAY "Forma: E-Efectivo C-Cheque T-Transferencia"
                   " S-En especie"
               ACCEPT w-forma
               MOVE FUNCTION UPPER-CASE(w-forma) TO w-forma
           END-PERFORM.
           MOVE 0 TO w-exc-pendiente.
           IF w-forma = "E"
               PERFORM 112-VERIFICAR-DIA-CERRADO
               IF dia-cerrado
                   DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
                   PERFORM 969-AUTORIZAR-EXCEPCION
                   IF NOT excepcion-autorizada
                       DISPLAY "Solo un supervisor puede recibir"
                           " efectivo despues del cierre"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO w-exc-pendiente
               END-IF
           END-IF.
           MOVE SPACES TO w-descripcion.
           IF forma-especie
               DISPLAY "Descripcion de los bienes donados"
               ACCEPT w-descripcion
               IF w-descripcion = SPACES
                   DISPLAY "Debe describir los bienes donados"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Valor de los bienes"
           ELSE
               DISPLAY "Importe donado"
           END-IF.
           ACCEPT w-monto.
           IF w-monto = 0
               DISPLAY "El importe debe ser mayor a cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fondo de destino (vacio = GENERAL)".
           ACCEPT w-fondo.
           MOVE FUNCTION UPPER-CASE(w-fondo) TO w-fondo.
           IF w-fondo = SPACES
               MOVE "GENERAL" TO w-fondo
           END-IF.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Donacion de ", w-nombre, " por ", w-monto-edit,
               " al fondo ", w-fondo.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Donacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-recibo.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           OPEN EXTEND DONACIONES.
           IF w-donaciones-status = "35"
               OPEN OUTPUT DONACIONES
               CLOSE DONACIONES
               OPEN EXTEND DONACIONES
           END-IF.
           INITIALIZE donacion-reg.
           MOVE w-ultimo-recibo TO don-numero.
           MOVE w-hoy TO don-fecha.
           MOVE w-soc-codigo TO don-socio.
           MOVE w-cuit TO don-cuit.
           MOVE w-nombre TO don-nombre.
           MOVE w-forma TO don-forma.
           MOVE w-descripcion TO don-descripcion.
           MOVE w-monto TO don-monto.
           MOVE w-fondo TO don-fondo.
           MOVE w-operador TO don-operador.
           MOVE "A" TO don-estado.
           WRITE donacion-reg.
           CLOSE DONACIONES.
           PERFORM 450-IMPRIMIR-RECIBO.
           DISPLAY "Recibo de donacion ", w-ultimo-recibo,
               " emitido en donacion-recibo.txt".
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE w-soc-codigo TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "RECIBO " DELIMITED BY SIZE
                   w-ultimo-recibo DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE "DONACION TARDIA, CAJA CERRADA" TO w-exc-detalle
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
       430-BUSCAR-SOCIO.
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
       450-IMPRIMIR-RECIBO.
           OPEN EXTEND RECIBO-DONACION.
           IF w-recibo-don-status = "35"
               OPEN OUTPUT RECIBO-DONACION
               CLOSE RECIBO-DONACION
               OPEN EXTEND RECIBO-DONACION
           END-IF.
           PERFORM 460-DESCRIBIR-FORMA.
           MOVE ALL "=" TO recibo-donacion-linea.
           WRITE recibo-donacion-linea.
           MOVE SPACES TO w-linea.
           STRING "RECIBO DE DONACION NRO " DELIMITED BY SIZE
               don-numero DELIMITED BY SIZE
               " - FECHA " DELIMITED BY SIZE
               don-fecha DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "Recibimos de " DELIMITED BY SIZE
               don-nombre DELIMITED BY SIZE
               " CUIT " DELIMITED BY SIZE
               don-cuit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           IF don-socio NOT = 0
               MOVE SPACES TO w-linea
               STRING "Socio nro " DELIMITED BY SIZE
                   don-socio DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR
           END-IF.
           MOVE don-monto TO w-monto-edit.
           MOVE SPACES TO w-linea.
           IF donacion-especie
               STRING "en donacion los bienes: " DELIMITED BY SIZE
                   don-descripcion DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR
               MOVE SPACES TO w-linea
               STRING "valuados en " DELIMITED BY SIZE
                   w-monto-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING "en donacion la suma de " DELIMITED BY SIZE
                   w-monto-edit DELIMITED BY SIZE
                   " en " DELIMITED BY SIZE
                   w-forma-desc DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           PERFORM 490-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "con destino al fondo " DELIMITED BY SIZE
               don-fondo DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           MOVE SPACES TO recibo-donacion-linea.
           WRITE recibo-donacion-linea.
           MOVE SPACES TO w-linea.
           MOVE ALL "_" TO w-linea(31:28).
           PERFORM 490-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "                              Recibio: "
                   DELIMITED BY SIZE
               don-operador DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           CLOSE RECIBO-DONACION.
       460-DESCRIBIR-FORMA.
           EVALUATE TRUE
               WHEN donacion-efectivo
                   MOVE "EFECTIVO" TO w-forma-desc
               WHEN donacion-cheque
                   MOVE "CHEQUE" TO w-forma-desc
               WHEN donacion-transferencia
                   MOVE "TRANSFERENCIA" TO w-forma-desc
               WHEN OTHER
                   MOVE "ESPECIE" TO w-forma-desc
           END-EVALUATE.
       490-ESCRIBIR.
           MOVE w-linea TO recibo-donacion-linea.
           WRITE recibo-donacion-linea.
      * Annulling is a supervisor's decision. The receipt keeps its
      * number and row; a cash donation annulled returns the money
      * from the drawer of the day it is annulled.
       500-ANULAR-DONACION.
           IF NOT nivel-supervisor
               DISPLAY "Anulacion de donaciones reservada a"
                   " supervisores"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese numero de recibo de donacion".
           ACCEPT w-numero.
           PERFORM 510-CARGAR-DONACIONES.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-d FROM 1 BY 1
                   UNTIL w-d > w-cant-don OR donacion-hallada
               MOVE tdn-registro(w-d) TO donacion-reg
               IF don-numero = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT donacion-hallada
               DISPLAY "El recibo de donacion no existe"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-d.
           IF donacion-anulada
               DISPLAY "El recibo ya fue anulado el ",
                   don-fecha-anulacion
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-exc-pendiente.
           IF donacion-efectivo
               PERFORM 112-VERIFICAR-DIA-CERRADO
               IF dia-cerrado
                   DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
                   PERFORM 969-AUTORIZAR-EXCEPCION
                   IF NOT excepcion-autorizada
                       DISPLAY "Solo un supervisor puede anular"
                           " efectivo despues del cierre"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO w-exc-pendiente
               END-IF
           END-IF.
           MOVE don-monto TO w-monto-edit.
           DISPLAY "Donacion de ", don-nombre, " del ", don-fecha,
               " por ", w-monto-edit.
           DISPLAY "Confirma la anulacion? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Anulacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO don-estado.
           MOVE w-hoy TO don-fecha-anulacion.
           MOVE donacion-reg TO tdn-registro(w-d).
           OPEN OUTPUT DONACIONES.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-don
               MOVE tdn-registro(w-d) TO donacion-reg
               WRITE donacion-reg
           END-PERFORM.
           CLOSE DONACIONES.
           DISPLAY "Recibo de donacion ", w-numero, " anulado".
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE don-socio TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "RECIBO " DELIMITED BY SIZE
                   w-numero DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE "ANULACION TARDIA, CAJA CERRADA" TO w-exc-detalle
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
       510-CARGAR-DONACIONES.
           MOVE 0 TO w-cant-don.
           OPEN INPUT DONACIONES.
           IF w-donaciones-status = "00"
               MOVE 0 TO w-sen
               READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-don >= 20000
                   ADD 1 TO w-cant-don
                   MOVE donacion-reg TO tdn-registro(w-cant-don)
                   READ DONACIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE DONACIONES
           END-IF.
           MOVE 0 TO w-sen.
       700-LISTAR.
           MOVE 0 TO w-anio.
           PERFORM UNTIL w-anio > 1900
               DISPLAY "Anio a listar (AAAA)"
               ACCEPT w-anio
           END-PERFORM.
           OPEN INPUT DONACIONES.
           IF w-donaciones-status NOT = "00"
               DISPLAY "No hay donaciones registradas"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-cant-fondos.
           MOVE 0 TO w-tot-dinero.
           MOVE 0 TO w-tot-especie.
           DISPLAY "=== DONACIONES DEL ANIO ", w-anio, " ===".
           MOVE 0 TO w-sen.
           READ DONACIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF don-fecha(1:4) = w-anio
                   PERFORM 710-LINEA-DONACION
               END-IF
               READ DONACIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE DONACIONES.
           MOVE 0 TO w-sen.
           DISPLAY "=== TOTALES POR FONDO (DINERO / ESPECIE) ===".
           PERFORM VARYING w-fo FROM 1 BY 1
                   UNTIL w-fo > w-cant-fondos
               MOVE tfo-dinero(w-fo) TO w-total-edit
               MOVE tfo-especie(w-fo) TO w-monto-edit
               DISPLAY tfo-fondo(w-fo), " ", w-total-edit, " ",
                   w-monto-edit
           END-PERFORM.
           MOVE w-tot-dinero TO w-total-edit.
           DISPLAY "Total en dinero:  ", w-total-edit.
           MOVE w-tot-especie TO w-total-edit.
           DISPLAY "Total en especie: ", w-total-edit.
       710-LINEA-DONACION.
           MOVE don-monto TO w-monto-edit.
           IF donacion-anulada
               DISPLAY don-numero, " ", don-fecha, " ", don-nombre,
                   " ", don-forma, " ", w-monto-edit, " ANULADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY don-numero, " ", don-fecha, " ", don-nombre, " ",
               don-forma, " ", w-monto-edit, " ", don-fondo.
           MOVE 0 TO w-fondo-hallado.
           PERFORM VARYING w-fo FROM 1 BY 1
                   UNTIL w-fo > w-cant-fondos OR fondo-anotado
               IF tfo-fondo(w-fo) = don-fondo
                   MOVE 1 TO w-fondo-hallado
               END-IF
           END-PERFORM.
           IF fondo-anotado
               SUBTRACT 1 FROM w-fo
           ELSE
               IF w-cant-fondos >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-fondos
               MOVE w-cant-fondos TO w-fo
               MOVE don-fondo TO tfo-fondo(w-fo)
               MOVE 0 TO tfo-dinero(w-fo)
               MOVE 0 TO tfo-especie(w-fo)
           END-IF.
           IF donacion-especie
               ADD don-monto TO tfo-especie(w-fo)
               ADD don-monto TO w-tot-especie
           ELSE
               ADD don-monto TO tfo-dinero(w-fo)
               ADD don-monto TO w-tot-dinero
           END-IF.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Registro de donaciones finalizado".
       END PROGRAM DONACIONES-MANT.
