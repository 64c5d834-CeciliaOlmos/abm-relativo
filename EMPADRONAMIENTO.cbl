      ******************************************************************
      * Author:
      * Date:
      * Purpose: Re-empadronamiento campaigns required by the statute.
      *          A supervisor opens a campaign with its deadline,
      *          under a resolution of the libro de actas, into
      *          empadronamientos.dat; the desk then marks each socio
      *          from CONTACTOS-MANT once the contact data and the
      *          carnet photo are confirmed (reempadronados.dat).
      *          Every socio of arch-idx.dat not de baja that joined
      *          before the opening must re-register; past the
      *          deadline GENERA-CARNET refuses the pending ones. The
      *          progress report (reempadronamiento.txt) counts
      *          reached, re-registered and pending socios by
      *          sucursal and by categoria, and the pending extract
      *          (empadron-pendientes.dat) feeds the reminder that
      *          NOTIFICA-EXTRACT sends the same day.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPADRONAMIENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyEmpadron.cpy.cbl".
           COPY "CpyEmpPendientes.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           SELECT SUCURSALES-MANT ASSIGN TO "..\sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-sucursales-status.
           SELECT REPORTE-EMP ASSIGN TO "..\reempadronamiento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyEmpadronReg.cpy.cbl".
           COPY "CpyEmpPendientesReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
       FD  SUCURSALES-MANT.
       01  suc-mant-reg.
           03 sm-codigo pic xxx.
           03 sm-nombre pic x(11).
       FD  REPORTE-EMP.
       01  reporte-emp-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-emp-pend-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-vence pic 9(8).
       77  w-confirma pic x.
       77  w-cant-suc pic 99 value 0.
       77  w-s pic 99.
       77  w-c pic 9.
       01  vec-suc.
           03 suc-entry occurs 51 times.
               05 cod-suc pic xxx.
               05 nom-suc pic x(11).
               05 es-alcanzados pic 9(5).
               05 es-reempadronados pic 9(5).
       01  w-categorias-v pic x(6) value "AVHCT ".
       01  w-categorias redefines w-categorias-v.
           03 w-cat-letra pic x occurs 6 times.
       01  vec-cat.
           03 cat-entry occurs 6 times.
               05 ec-alcanzados pic 9(5).
               05 ec-reempadronados pic 9(5).
       77  w-tot-alcanzados pic 9(5) value 0.
       77  w-tot-reempadronados pic 9(5) value 0.
       77  w-grp-alcanzados pic 9(5).
       77  w-grp-reempadronados pic 9(5).
       77  w-pendientes pic 9(5).
       77  w-porcentaje pic 999.
       77  w-extraidos pic 9(5) value 0.
       01  w-grupo pic x(16).
       01  w-linea pic x(80).
           COPY "CpyEmpadronWS.cpy.cbl".
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EMPADRONAMIENTO" TO w-programa-log.
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
       COPY "CpyResolucion.cpy.cbl".
       COPY "CpyEmpadronVig.cpy.cbl".
       100-INICIO.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
                   " MIGRAR-A-INDEXADO"
               STOP RUN
           END-IF.
           PERFORM 971-CARGAR-CAMPANIA.
           IF hay-campania
               DISPLAY "Campania ", w-emp-campania, " abierta el ",
                   w-emp-apertura, ", vence el ", w-emp-vence
           ELSE
               DISPLAY "No hay campania de re-empadronamiento"
           END-IF.
       200-MENU.
           DISPLAY "1- Abrir campania de re-empadronamiento"
           DISPLAY "2- Informe de avance por sucursal y categoria"
           DISPLAY "3- Extracto de pendientes para notificar"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-ABRIR-CAMPANIA
                   ELSE
                       DISPLAY "La apertura esta reservada a"
                           " supervisores"
                   END-IF
               WHEN 2
                   PERFORM 500-INFORME-AVANCE
               WHEN 3
                   PERFORM 600-EXTRAER-PENDIENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A campaign runs until its deadline; the next one can only be
      * opened after that, so a socio is never measured against two.
       400-ABRIR-CAMPANIA.
           IF hay-campania AND w-emp-vence >= w-emp-hoy
               DISPLAY "La campania ", w-emp-campania,
                   " sigue en curso hasta el ", w-emp-vence
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese fecha limite (AAAAMMDD)".
           ACCEPT w-vence.
           IF w-vence <= w-emp-hoy OR
              FUNCTION TEST-DATE-YYYYMMDD(w-vence) NOT = 0
               DISPLAY "Fecha limite invalida"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma la apertura con vencimiento ", w-vence,
               "? (S/N)".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CAMPANIAS-EMP.
           IF w-campanias-status = "35"
               OPEN OUTPUT CAMPANIAS-EMP
               CLOSE CAMPANIAS-EMP
               OPEN EXTEND CAMPANIAS-EMP
           END-IF.
           COMPUTE emp-campania = w-emp-campania + 1.
           MOVE w-emp-hoy TO emp-apertura.
           MOVE w-vence TO emp-vence.
           MOVE w-res-referencia TO emp-resolucion.
           MOVE w-operador TO emp-operador.
           WRITE campania-emp-reg.
           CLOSE CAMPANIAS-EMP.
           MOVE "ABRE REEMPADRONAMIENTO" TO w-res-accion.
           MOVE emp-campania TO w-res-clave.
           PERFORM 946-REGISTRAR-ACTO.
           PERFORM 971-CARGAR-CAMPANIA.
           DISPLAY "Campania ", w-emp-campania, " abierta hasta el ",
               w-emp-vence.
       500-INFORME-AVANCE.
           IF NOT hay-campania
               DISPLAY "No hay campania de re-empadronamiento"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 510-CARGAR-SUCURSALES.
           INITIALIZE vec-cat.
           MOVE 0 TO w-tot-alcanzados.
           MOVE 0 TO w-tot-reempadronados.
           OPEN INPUT REEMPADRONADOS.
           MOVE ZEROS TO soc-idx-codigo.
           MOVE 0 TO w-sen.
           START SOCIOS-IDX KEY IS NOT LESS THAN soc-idx-codigo
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS-IDX NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF soc-idx-codigo > 0 AND
                          NOT idx-socio-de-baja
                           PERFORM 520-CONTAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
           CLOSE REEMPADRONADOS.
           PERFORM 550-IMPRIMIR-INFORME.
           DISPLAY "Informe generado en reempadronamiento.txt".
       510-CARGAR-SUCURSALES.
           MOVE 0 TO w-cant-suc.
           OPEN INPUT SUCURSALES-MANT.
           IF w-sucursales-status = "00"
               MOVE 0 TO w-sen
               READ SUCURSALES-MANT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-suc = 50
                   ADD 1 TO w-cant-suc
                   MOVE sm-codigo TO cod-suc(w-cant-suc)
                   MOVE sm-nombre TO nom-suc(w-cant-suc)
                   READ SUCURSALES-MANT AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-MANT
           END-IF.
           ADD 1 TO w-cant-suc.
           MOVE SPACES TO cod-suc(w-cant-suc).
           MOVE "SIN SUCURSA" TO nom-suc(w-cant-suc).
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-suc
               MOVE 0 TO es-alcanzados(w-s)
               MOVE 0 TO es-reempadronados(w-s)
           END-PERFORM.
           MOVE 0 TO w-sen.
      * A sucursal code not in sucursales.dat falls in the last
      * bucket, with the socios that never had one.
       520-CONTAR-SOCIO.
           MOVE soc-idx-codigo TO w-emp-buscar-cod.
           MOVE soc-idx-fecha-alta TO w-emp-buscar-alta.
           PERFORM 972-VERIFICAR-EMPADRON.
           IF emp-no-alcanzado
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-s FROM 1 BY 1
                   UNTIL w-s = w-cant-suc OR
                         cod-suc(w-s) = soc-idx-sucursal
               CONTINUE
           END-PERFORM.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c = 6 OR
                         w-cat-letra(w-c) = soc-idx-categoria
               CONTINUE
           END-PERFORM.
           ADD 1 TO es-alcanzados(w-s).
           ADD 1 TO ec-alcanzados(w-c).
           ADD 1 TO w-tot-alcanzados.
           IF emp-reempadronado
               ADD 1 TO es-reempadronados(w-s)
               ADD 1 TO ec-reempadronados(w-c)
               ADD 1 TO w-tot-reempadronados
           END-IF.
       550-IMPRIMIR-INFORME.
           OPEN OUTPUT REPORTE-EMP.
           MOVE SPACES TO w-linea.
           STRING "=== RE-EMPADRONAMIENTO, CAMPANIA " DELIMITED BY SIZE
               w-emp-campania DELIMITED BY SIZE
               " ABIERTA EL " DELIMITED BY SIZE
               w-emp-apertura DELIMITED BY SIZE
               " VENCE EL " DELIMITED BY SIZE
               w-emp-vence DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           MOVE SPACES TO w-linea.
           STRING "AVANCE AL " DELIMITED BY SIZE
               w-emp-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           MOVE SPACES TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           MOVE "POR SUCURSAL      ALCANZADOS  REEMPADRONADOS  PENDIENT"
               & "ES    %" TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-suc
               IF es-alcanzados(w-s) > 0
                   MOVE SPACES TO w-grupo
                   STRING cod-suc(w-s) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       nom-suc(w-s) DELIMITED BY SIZE
                       INTO w-grupo
                   END-STRING
                   MOVE es-alcanzados(w-s) TO w-grp-alcanzados
                   MOVE es-reempadronados(w-s) TO w-grp-reempadronados
                   PERFORM 560-LINEA-AVANCE
               END-IF
           END-PERFORM.
           MOVE SPACES TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           MOVE "POR CATEGORIA     ALCANZADOS  REEMPADRONADOS  PENDIENT"
               & "ES    %" TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 6
               IF ec-alcanzados(w-c) > 0
                   MOVE SPACES TO w-grupo
                   IF w-c = 6
                       MOVE "OTRAS" TO w-grupo
                   ELSE
                       STRING "CATEGORIA " DELIMITED BY SIZE
                           w-cat-letra(w-c) DELIMITED BY SIZE
                           INTO w-grupo
                       END-STRING
                   END-IF
                   MOVE ec-alcanzados(w-c) TO w-grp-alcanzados
                   MOVE ec-reempadronados(w-c) TO w-grp-reempadronados
                   PERFORM 560-LINEA-AVANCE
               END-IF
           END-PERFORM.
           MOVE SPACES TO reporte-emp-linea.
           WRITE reporte-emp-linea.
           MOVE w-tot-alcanzados TO w-grp-alcanzados.
           MOVE w-tot-reempadronados TO w-grp-reempadronados.
           MOVE "TOTAL" TO w-grupo.
           PERFORM 560-LINEA-AVANCE.
           CLOSE REPORTE-EMP.
           MOVE "reempadronamiento.txt" TO w-rep-archivo.
           MOVE "REEMPADRON" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       560-LINEA-AVANCE.
           COMPUTE w-pendientes = w-grp-alcanzados -
               w-grp-reempadronados.
           IF w-grp-alcanzados = 0
               MOVE 0 TO w-porcentaje
           ELSE
               COMPUTE w-porcentaje ROUNDED =
                   w-grp-reempadronados * 100 / w-grp-alcanzados
           END-IF.
           MOVE SPACES TO w-linea.
           STRING w-grupo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-grp-alcanzados DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               w-grp-reempadronados DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               w-pendientes DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               w-porcentaje DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-emp-linea.
           WRITE reporte-emp-linea.
      * The extract replaces the previous one: NOTIFICA-EXTRACT only
      * takes the rows dated the day it runs.
       600-EXTRAER-PENDIENTES.
           IF NOT hay-campania
               DISPLAY "No hay campania de re-empadronamiento"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-extraidos.
           OPEN INPUT REEMPADRONADOS.
           OPEN OUTPUT EMP-PENDIENTES.
           MOVE ZEROS TO soc-idx-codigo.
           MOVE 0 TO w-sen.
           START SOCIOS-IDX KEY IS NOT LESS THAN soc-idx-codigo
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS-IDX NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF soc-idx-codigo > 0 AND
                          NOT idx-socio-de-baja
                           PERFORM 610-EXTRAER-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
           CLOSE REEMPADRONADOS.
           CLOSE EMP-PENDIENTES.
           DISPLAY "Pendientes extraidos: ", w-extraidos,
               " en empadron-pendientes.dat".
       610-EXTRAER-SOCIO.
           MOVE soc-idx-codigo TO w-emp-buscar-cod.
           MOVE soc-idx-fecha-alta TO w-emp-buscar-alta.
           PERFORM 972-VERIFICAR-EMPADRON.
           IF emp-pendiente
               MOVE w-emp-hoy TO ep-fecha
               MOVE w-emp-campania TO ep-campania
               MOVE soc-idx-codigo TO ep-codigo
               MOVE w-emp-vence TO ep-vence
               MOVE soc-idx-sucursal TO ep-sucursal
               WRITE emp-pendiente-reg
               ADD 1 TO w-extraidos
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE SOCIOS-IDX.
       END PROGRAM EMPADRONAMIENTO.
