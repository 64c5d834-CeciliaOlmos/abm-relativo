      ******************************************************************
      * Author:
      * Date:
      * Purpose: Licencias (leave of absence) for socios who go
      *          abroad or are injured for some months, instead of a
      *          baja followed by REINCORPORAR. A licencia covers a
      *          range of periods (AAAAMM) recorded in licencias.dat;
      *          while it runs soc-estado is "L", the gate denies
      *          entry and CUOTAS-MANT and DEBITO-PRESENTA charge
      *          LICENCIA-PCT percent of the tariff. A licencia that
      *          starts in the current period takes effect at once,
      *          later ones are started by LICENCIAS-NOCHE, which also
      *          returns the expired ones to activo. The early return
      *          closes the licencia at the current period (or
      *          cancels it when it had not started). Every change of
      *          soc-estado goes to auditoria.dat and arch-idx.dat.
      *          A licencias.dat larger than the table is only
      *          listed, never rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCIAS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyLockSocio.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyLockSocioReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       01  w-hoy-periodo pic 9(6).
       77  w-desde pic 9(6).
       77  w-hasta pic 9(6).
       77  w-periodo-validar pic 9(6).
       77  w-pv-anio pic 9(4).
       77  w-pv-mes pic 9(2).
       77  w-periodo-ok pic 9 value 0.
           88 periodo-valido value 1.
       01  w-motivo pic x(20).
       77  w-lic-hallada pic 9 value 0.
           88 licencia-hallada value 1.
       01  w-audit-operacion pic x(14).
       01  w-nuevo-estado pic x.
       77  w-cambio pic 9 value 0.
           88 cambio-hecho value 1.
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LICENCIAS-MANT" TO w-programa-log.
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
       COPY "CpyLockSocioPar.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyLicenciaTar.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           PERFORM 105-LEER-CONTROL.
           PERFORM 996-CARGAR-LICENCIAS.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
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
           DISPLAY "1- Otorgar licencia"
           DISPLAY "2- Regreso anticipado / cancelar licencia"
           DISPLAY "3- Listar licencias"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           IF licencias-desbordadas AND w-llave-menu >= 1 AND
              w-llave-menu <= 2
               DISPLAY "Depure licencias.dat antes de registrar"
                   " novedades"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-OTORGAR
               WHEN 2
                   PERFORM 500-REGRESO-ANTICIPADO
               WHEN 3
                   PERFORM 700-LISTAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-OTORGAR.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF NOT socio-activo
               DISPLAY "Solo un socio activo puede pedir licencia"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 420-BUSCAR-LICENCIA-ABIERTA.
           IF licencia-hallada
               DISPLAY "El socio ya tiene una licencia ",
                   tl-desde(w-lc), "-", tl-hasta(w-lc)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           DISPLAY "Ingrese periodo desde (AAAAMM)".
           ACCEPT w-desde.
           MOVE w-desde TO w-periodo-validar.
           PERFORM 430-VALIDAR-PERIODO.
           IF NOT periodo-valido OR w-desde < w-hoy-periodo
               DISPLAY "Periodo desde invalido: la licencia no puede"
                   " ser retroactiva"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese periodo hasta (AAAAMM)".
           ACCEPT w-hasta.
           MOVE w-hasta TO w-periodo-validar.
           PERFORM 430-VALIDAR-PERIODO.
           IF NOT periodo-valido OR w-hasta < w-desde
               DISPLAY "Periodo hasta invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese motivo (viaje, lesion, etc.)".
           ACCEPT w-motivo.
           IF w-cant-lic >= 300
               DISPLAY "Tabla de licencias completa"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-lic.
           MOVE w-cant-lic TO w-lc.
           MOVE w-soc-codigo TO tl-codigo(w-lc).
           MOVE w-desde TO tl-desde(w-lc).
           MOVE w-hasta TO tl-hasta(w-lc).
           MOVE w-motivo TO tl-motivo(w-lc).
           MOVE FUNCTION CURRENT-DATE(1:8) TO tl-fecha-solicitud(w-lc).
           MOVE "P" TO tl-estado(w-lc).
           MOVE w-operador TO tl-operador(w-lc).
           IF w-desde = w-hoy-periodo
               MOVE "L" TO w-nuevo-estado
               MOVE "LICENCIA" TO w-audit-operacion
               PERFORM 450-CAMBIAR-ESTADO
               IF cambio-hecho
                   MOVE "V" TO tl-estado(w-lc)
               ELSE
                   DISPLAY "La licencia la iniciara LICENCIAS-NOCHE"
               END-IF
           END-IF.
           PERFORM 998-GRABAR-LICENCIAS.
           DISPLAY "Licencia registrada del ", w-desde, " al ",
               w-hasta.
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
       420-BUSCAR-LICENCIA-ABIERTA.
           MOVE 0 TO w-lic-hallada.
           PERFORM VARYING w-lc FROM 1 BY 1
                   UNTIL w-lc > w-cant-lic OR licencia-hallada
               IF tl-codigo(w-lc) = w-soc-codigo AND
                  (tl-estado(w-lc) = "P" OR tl-estado(w-lc) = "V")
                   MOVE 1 TO w-lic-hallada
               END-IF
           END-PERFORM.
           IF licencia-hallada
               SUBTRACT 1 FROM w-lc
           END-IF.
       430-VALIDAR-PERIODO.
           MOVE 0 TO w-periodo-ok.
           DIVIDE w-periodo-validar BY 100 GIVING w-pv-anio
               REMAINDER w-pv-mes.
           IF w-pv-anio >= 1900 AND w-pv-mes >= 1 AND w-pv-mes <= 12
               MOVE 1 TO w-periodo-ok
           END-IF.
      * The caller moves the new soc-estado to w-nuevo-estado and
      * the operation name to w-audit-operacion. When the socio is
      * locked by another operator nothing changes and cambio-hecho
      * stays off; a pending start is then left to LICENCIAS-NOCHE.
       450-CAMBIAR-ESTADO.
           MOVE 0 TO w-cambio.
           MOVE w-soc-codigo TO w-lock-codigo.
           PERFORM 975-TOMAR-LOCK-SOCIO.
           IF NOT lock-concedido
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-SOCIO.
           MOVE w-nuevo-estado TO soc-estado.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE w-audit-operacion TO audit-operacion.
           MOVE soc-codigo TO audit-codigo.
           MOVE soc-nombre TO audit-nombre-antes.
           MOVE soc-nombre TO audit-nombre-despues.
           WRITE audit-reg.
           PERFORM 977-LIBERAR-LOCK-SOCIO.
           MOVE 1 TO w-cambio.
       500-REGRESO-ANTICIPADO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 420-BUSCAR-LICENCIA-ABIERTA.
           IF NOT licencia-hallada
               DISPLAY "El socio no tiene licencia pendiente ni en"
                   " curso"
               EXIT PARAGRAPH
           END-IF.
           IF tl-estado(w-lc) = "P"
               MOVE "C" TO tl-estado(w-lc)
               PERFORM 998-GRABAR-LICENCIAS
               DISPLAY "Licencia cancelada antes de su inicio"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-SOCIO.
           IF socio-encontrado AND socio-licencia
               MOVE "A" TO w-nuevo-estado
               MOVE "FIN-LICENCIA" TO w-audit-operacion
               PERFORM 450-CAMBIAR-ESTADO
               IF NOT cambio-hecho
                   DISPLAY "Regreso no registrado: vuelva a"
                       " intentarlo cuando se libere el socio"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE w-hoy-periodo TO tl-hasta(w-lc).
           MOVE "F" TO tl-estado(w-lc).
           PERFORM 998-GRABAR-LICENCIAS.
           DISPLAY "Licencia finalizada en el periodo ", w-hoy-periodo.
       700-LISTAR.
           IF w-cant-lic = 0
               DISPLAY "No hay licencias registradas"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-lc FROM 1 BY 1 UNTIL w-lc > w-cant-lic
               DISPLAY tl-codigo(w-lc), " ", tl-desde(w-lc), "-",
                   tl-hasta(w-lc), " ", tl-estado(w-lc), " ",
                   tl-motivo(w-lc)
           END-PERFORM.
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           DISPLAY "Gestion de licencias finalizada".
       END PROGRAM LICENCIAS-MANT.
