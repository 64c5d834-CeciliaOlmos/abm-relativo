      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the identity register identidades.dat,
      *          which ties each DNI, CUIL or passport to the one
      *          soc-codigo the person holds. Registers the document
      *          of a socio that joined before the register existed
      *          (a document already held by another code is refused
      *          and that code shown), looks a document up with the
      *          estado of its socio, lists the documents of a socio
      *          and, for supervisors only, deletes a row recorded by
      *          mistake. Every change is logged to auditoria.dat.
      *          New socios get their documents at the alta itself
      *          (TABLA-HASH, graba-random-rel, IMPORTA-LOTE,
      *          REPROCESA-RECHAZOS and REINCORPORAR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTIDADES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyIdentidades.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyIdentidadesReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-soc-codigo pic 9(4).
       77  w-confirma pic x.
       77  w-cant-docs pic 9(3).
       01  w-doc-texto pic x(20).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "IDENTIDADES-MANT" TO w-programa-log.
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
       COPY "CpyIdentidad.cpy.cbl".
       100-INICIO.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
                   " MIGRAR-A-INDEXADO"
               STOP RUN
           END-IF.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
       200-MENU.
           DISPLAY "1- Registrar documento de un socio"
           DISPLAY "2- Consultar por documento"
           DISPLAY "3- Documentos de un socio"
           DISPLAY "4- Eliminar registro erroneo"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-REGISTRAR
               WHEN 2
                   PERFORM 500-CONSULTAR
               WHEN 3
                   PERFORM 600-LISTAR-SOCIO
               WHEN 4
                   IF nivel-supervisor
                       PERFORM 700-ELIMINAR
                   ELSE
                       DISPLAY "La eliminacion esta reservada a"
                           " supervisores"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * For socios that joined before the register existed. The
      * socio must be on file; a document already held by another
      * code is the duplicate the register is there to catch and
      * goes to FUSIONA-SOCIOS, not here.
       400-REGISTRAR.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           MOVE w-soc-codigo TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   DISPLAY "El socio no se encuentra registrado"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Socio: ", soc-idx-codigo, " ", soc-idx-nombre.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado
               IF w-idn-codigo-hallado = w-soc-codigo
                   DISPLAY "El documento ya figura a nombre de este"
                       " socio"
               ELSE
                   DISPLAY "El documento pertenece al socio ",
                       w-idn-codigo-hallado, " (", w-idn-situacion,
                       "), no se registra"
                   DISPLAY "Si es la misma persona corresponde"
                       " FUSIONA-SOCIOS"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE w-soc-codigo TO w-idn-codigo.
           PERFORM 964-REGISTRAR-DOCUMENTO.
           MOVE "DOC-ALTA" TO audit-operacion.
           MOVE SPACES TO audit-nombre-antes.
           PERFORM 710-ARMAR-DOC-TEXTO.
           MOVE w-doc-texto TO audit-nombre-despues.
           PERFORM 750-REGISTRAR-AUDITORIA.
           DISPLAY "Documento registrado".
       500-CONSULTAR.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF NOT documento-registrado
               DISPLAY "El documento no esta registrado"
           ELSE
               DISPLAY "Socio ", w-idn-codigo-hallado, " - ",
                   w-idn-situacion
               IF w-idn-situacion = "DE BAJA" AND w-idn-motivo = 2
                   DISPLAY "Dado de baja por falta de pago"
               END-IF
               DISPLAY "Registrado el ", id-fecha, " por ",
                   id-operador
           END-IF.
       600-LISTAR-SOCIO.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           MOVE 0 TO w-cant-docs.
           MOVE 0 TO w-idn-sen.
           MOVE w-soc-codigo TO id-codigo.
           START IDENTIDADES KEY IS = id-codigo
               INVALID KEY
                   MOVE 1 TO w-idn-sen
           END-START.
           PERFORM UNTIL fin-identidades
               READ IDENTIDADES NEXT RECORD
                   AT END
                       MOVE 1 TO w-idn-sen
                   NOT AT END
                       IF id-codigo NOT = w-soc-codigo
                           MOVE 1 TO w-idn-sen
                       ELSE
                           ADD 1 TO w-cant-docs
                           DISPLAY id-tipo, " ", id-numero,
                               "  desde ", id-fecha, "  ",
                               id-operador
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-idn-sen.
           IF w-cant-docs = 0
               DISPLAY "El socio no tiene documentos registrados"
           END-IF.
      * Only the row typed is removed: the DNI row written along with
      * a CUIL stays until it is deleted on its own.
       700-ELIMINAR.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               EXIT PARAGRAPH
           END-IF.
           MOVE w-idn-tipo TO id-tipo.
           MOVE w-idn-numero TO id-numero.
           READ IDENTIDADES
               INVALID KEY
                   DISPLAY "El documento no esta registrado"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Documento del socio ", id-codigo, " registrado el ",
               id-fecha, " por ", id-operador.
           DISPLAY "Confirma la eliminacion? (S/N)".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "Operacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE id-codigo TO w-soc-codigo.
           DELETE IDENTIDADES
               INVALID KEY
                   DISPLAY "No se pudo eliminar el registro"
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE "DOC-BAJA" TO audit-operacion.
           PERFORM 710-ARMAR-DOC-TEXTO.
           MOVE w-doc-texto TO audit-nombre-antes.
           MOVE SPACES TO audit-nombre-despues.
           PERFORM 750-REGISTRAR-AUDITORIA.
           DISPLAY "Registro eliminado".
       710-ARMAR-DOC-TEXTO.
           MOVE SPACES TO w-doc-texto.
           STRING w-idn-tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-idn-numero DELIMITED BY SIZE
               INTO w-doc-texto
           END-STRING.
       750-REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE w-soc-codigo TO audit-codigo.
           WRITE audit-reg.
       800-FIN.
           CLOSE SOCIOS-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE AUDITORIA.
       END PROGRAM IDENTIDADES-MANT.
