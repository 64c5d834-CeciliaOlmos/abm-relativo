      *          antiguedad whose dues are current through the period
      *          previous to the cut-off (vitalicios and honorarios
      *          are current by exemption, a convenio al dia counts
      *          as current, annulled payments do not count; a socio
      *          en licencia votes again once back to activo;
      *          temporarios never vote). Emits
      *          a numbered, paginated roll in padron-asamblea.txt and
      *          an excluded-members list with the first statute rule
      *          each one fails in padron-excluidos.txt. Every
      *          voter is assigned a voting mesa in roll order,
      *          ELECCION-POR-MESA voters per mesa (default 350), for
      *          the escrutinio of ESCRUTINIO.
      *          The last period paid comes from the nightly arrears
      *          snapshot (mora-foto.dat, FOTO-MORA) when it is
      *          current for the socio, from cuotas.dat otherwise.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT PADRON ASSIGN TO "..\padron-asamblea.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PADRON-DATOS ASSIGN TO "..\padron-asamblea.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCLUIDOS ASSIGN TO "..\padron-excluidos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  PADRON.
       01  padron-linea pic x(80).
       FD  PADRON-DATOS.
       01  padron-dato-reg.
           03 pd-codigo pic 9(4).
           03 pd-nombre pic x(20).
           03 pd-mesa pic 9(2).
       FD  EXCLUIDOS.
       01  excluidos-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-convenios-status pic xx.
       77  w-parametros-status pic xx.
       77  w-por-mesa pic 9(4) value 350.
       77  w-mesa pic 9(2).
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-corte pic 9(8).
               07 trs-recibo pic 9(6).
               07 trs-tipo pic x.
               07 trs-fecha pic 9(8).
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETRO.
           DISPLAY "Fecha de corte del padron (AAAAMMDD)".
           ACCEPT w-corte.
           COMPUTE w-corte-antiguedad = w-corte - 20000.
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "ELECCION-POR-MESA" AND
                      param-valor > 0
                       MOVE param-valor TO w-por-mesa
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       120-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
                   MOVE "DE BAJA" TO w-motivo-excl
               WHEN socio-suspendido
                   MOVE "SUSPENDIDO" TO w-motivo-excl
               WHEN socio-licencia
                   MOVE "EN LICENCIA" TO w-motivo-excl
               WHEN categ-temporario
                   MOVE "SOCIO TEMPORARIO" TO w-motivo-excl
               WHEN soc-fecha-alta > w-corte-antiguedad
                   MOVE "ANTIGUEDAD INSUFICIENTE" TO w-motivo-excl
               WHEN OTHER
           IF NOT convenio-al-dia
               MOVE "ADEUDA PERIODO" TO w-motivo-excl
           END-IF.
      * The nightly snapshot of mora-foto.dat answers without the
      * scan when it is this month's, no cuota row was posted for
      * the socio since and the cut-off date is not before it.
       230-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-fm-socio.
           PERFORM 953-LEER-FOTO-MORA.
           IF foto-usable AND w-corte >= fm-fecha
               MOVE fm-hay-pago TO w-hay-pago
               MOVE fm-ult-periodo TO w-periodo-max
               EXIT PARAGRAPH
           END-IF.
      * A member whose live rows no longer fit the bounded table
      * (the baseline's anulados table warns the same way) falls
      * back to the full sequential scan instead of trusting a
               END-IF
           END-PERFORM.
       300-INCLUIR-EN-PADRON.
           ADD 1 TO w-orden.
           COMPUTE w-mesa = (w-orden - 1) / w-por-mesa + 1.
           MOVE soc-codigo TO pd-codigo.
           MOVE soc-nombre TO pd-nombre.
           MOVE w-mesa TO pd-mesa.
           WRITE padron-dato-reg.
           IF w-lineas-pagina >= w-maximo-lineas
               PERFORM 310-ENCABEZADO
           END-IF.
           MOVE w-orden TO w-orden-edit.
           MOVE SPACES TO w-linea.
           STRING w-orden-edit DELIMITED BY SIZE
               soc-categoria DELIMITED BY SIZE
               "  ALTA: " DELIMITED BY SIZE
               soc-fecha-alta DELIMITED BY SIZE
               "  MESA " DELIMITED BY SIZE
               w-mesa DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO padron-linea.
                   MOVE 1 TO w-rsoc-anulado
               END-IF
           END-PERFORM.
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           IF cuotas-idx-activo
               CLOSE CUOTAS-IDX
           END-IF.
           WRITE padron-linea.
           CLOSE SOCIOS.
           CLOSE PADRON.
           MOVE "padron-asamblea.txt" TO w-rep-archivo.
           MOVE "PADRON-ASAMB" TO w-rep-informe.
           MOVE "PADRON-ASAMBLEA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           CLOSE PADRON-DATOS.
           CLOSE EXCLUIDOS.
           MOVE "padron-excluidos.txt" TO w-rep-archivo.
           MOVE "PADRON-EXCLUID" TO w-rep-informe.
           MOVE "PADRON-ASAMBLEA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Padron generado en padron-asamblea.txt".
           DISPLAY "Habilitados: ", w-orden,
               "  Excluidos: ", w-excluidos.
