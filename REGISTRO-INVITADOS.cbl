      *          soc-codigo and records the guest's name, document
      *          and date in invitados.dat. The inviting member must
      *          be activo (same direct arch-idx.dat check the
      *          access control uses) and not under a sanction in
      *          force in sanciones.dat, and the monthly quota per
      *          member (INV-CUPO-MENSUAL parameter, default 3) is
      *          enforced, with a supervisor able to authorize the
      *          excess (recorded in excepciones.dat). The usage
      *          report lists guests per member with month and total
      *          counts, so repeat "guests" who should be members get
      *          an application form; each printout is filed as a
      *          dated copy in the report repository
      *          (CONSULTA-INFORMES). A guest
      *          whose document is in identidades.dat under a socio
      *          de baja por falta de pago (or purged with that
      *          motivo in bajas-hist.dat) is flagged to the desk,
      *          which decides whether to let the entry through.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpyVisitasRec.cpy.cbl".
           COPY "CpySanciones.cpy.cbl".
           SELECT PADRON-EXTERNO
               ASSIGN TO "..\partner-roster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-invitados-status.
           SELECT REPORTE-INV ASSIGN TO "..\reporte-invitados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
           COPY "CpyIdentidades.cpy.cbl".
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpyVisitasRecReg.cpy.cbl".
           COPY "CpySancionesReg.cpy.cbl".
       FD  PADRON-EXTERNO.
       01  padron-ext-reg.
           03 pext-codigo pic 9(4).
           03 inv-fecha pic 9(8).
       FD  REPORTE-INV.
       01  reporte-inv-linea pic x(80).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
           03 bh-fecha-alta pic 9(8).
           COPY "CpyIdentidadesReg.cpy.cbl".
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-parametros-status pic xx.
       77  w-visit-hallado pic 9 value 0.
           88 visitante-en-roster value 1.
       01  w-visit-nombre pic x(20).
           COPY "CpySancionVigWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       77  w-bajas-hist-status pic xx.
       77  w-moroso pic 9 value 0.
           88 ex-socio-moroso value 1.
           COPY "CpyIdentidadWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REG-INVITADOS" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       COPY "CpySancionVig.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       100-INICIO.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
           END-IF.
           PERFORM 107-LEER-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-mes-actual.
           OPEN INPUT IDENTIDADES.
       107-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               DISPLAY "El socio no esta activo, no puede invitar"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-soc-codigo TO w-san-buscar-cod.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-san-buscar-fecha.
           PERFORM 995-VERIFICAR-SANCION.
           IF sancion-en-vigor
               DISPLAY "El socio esta sancionado hasta el ",
                   w-san-hasta-vigor, ", no puede invitar"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-CONTAR-USO-MENSUAL.
           MOVE 0 TO w-exc-pendiente.
           IF w-usados-mes >= w-cupo-mensual
               DISPLAY "El socio agoto su cupo mensual de ",
                   w-cupo-mensual, " invitados"
               PERFORM 969-AUTORIZAR-EXCEPCION
               IF NOT excepcion-autorizada
                   DISPLAY "Solo un supervisor puede autorizar el"
                       " exceso, invitado no registrado"
                   EXIT PARAGRAPH
                   DISPLAY "Invitado no registrado"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO w-exc-pendiente
           END-IF.
           OPEN EXTEND INVITADOS.
           IF w-invitados-status = "35"
           ACCEPT inv-nombre.
           DISPLAY "Ingrese documento del invitado".
           ACCEPT inv-documento.
           PERFORM 420-VERIFICAR-EX-SOCIO.
           IF ex-socio-moroso
               DISPLAY "Registra igualmente al invitado? (S/N)"
               ACCEPT w-autoriza
               IF w-autoriza NOT = "S" AND w-autoriza NOT = "s"
                   DISPLAY "Invitado no registrado"
                   CLOSE INVITADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO inv-fecha.
           WRITE invitado-reg.
           CLOSE INVITADOS.
           DISPLAY "Invitado registrado (", w-usados-mes,
               " usados este mes antes de este ingreso)".
           IF excepcion-pendiente
               MOVE "INV-CUPO-MENSUAL" TO w-exc-regla
               MOVE w-soc-codigo TO w-exc-codigo
               MOVE inv-documento TO w-exc-documento
               MOVE inv-nombre TO w-exc-detalle
               PERFORM 959-REGISTRAR-EXCEPCION
           END-IF.
       410-CONTAR-USO-MENSUAL.
           MOVE 0 TO w-usados-mes.
           OPEN INPUT INVITADOS.
               END-PERFORM
               CLOSE INVITADOS
           END-IF.
      * The guest document is free text: a number of 7 or 8 digits
      * is looked up as a DNI and one of 11 as a CUIL, anything else
      * as a passport. A socio already purged from arch-idx.dat is
      * judged by the motivo of its last row in bajas-hist.dat.
       420-VERIFICAR-EX-SOCIO.
           MOVE 0 TO w-moroso.
           MOVE inv-documento TO w-idn-entrada.
           MOVE "D" TO w-idn-tipo.
           PERFORM 962-VALIDAR-DOCUMENTO.
           IF NOT documento-valido
               MOVE "C" TO w-idn-tipo
               PERFORM 962-VALIDAR-DOCUMENTO
           END-IF.
           IF NOT documento-valido
               MOVE "P" TO w-idn-tipo
               PERFORM 962-VALIDAR-DOCUMENTO
           END-IF.
           IF NOT documento-valido
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF NOT documento-registrado
               EXIT PARAGRAPH
           END-IF.
           IF w-idn-situacion = "DE BAJA" AND w-idn-motivo = 2
               MOVE 1 TO w-moroso
           END-IF.
           IF w-idn-situacion = "YA PURGADO"
               OPEN INPUT BAJAS-HIST
               IF w-bajas-hist-status = "00"
                   MOVE 0 TO w-sen
                   PERFORM UNTIL fin-arch
                       READ BAJAS-HIST
                           AT END
                               MOVE 1 TO w-sen
                           NOT AT END
                               IF bh-codigo = w-idn-codigo-hallado
                                   MOVE 0 TO w-moroso
                                   IF bh-motivo = 2
                                       MOVE 1 TO w-moroso
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BAJAS-HIST
                   MOVE 0 TO w-sen
               END-IF
           END-IF.
           IF ex-socio-moroso
               DISPLAY "ATENCION: el documento pertenece al ex socio ",
                   w-idn-codigo-hallado, ", dado de baja por falta"
                   " de pago"
           END-IF.
       500-REPORTE-USO.
           MOVE 0 TO w-cant-soc.
           OPEN INPUT INVITADOS.
               WRITE reporte-inv-linea
           END-PERFORM.
           CLOSE REPORTE-INV.
           MOVE "reporte-invitados.txt" TO w-rep-archivo.
           MOVE "INVITADOS" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en reporte-invitados.txt".
       510-ACUMULAR-USO.
           MOVE 0 TO w-hallado.
               " (club ", w-club, ")".
       800-FIN.
           CLOSE SOCIOS-IDX.
           CLOSE IDENTIDADES.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM REGISTRO-INVITADOS.
