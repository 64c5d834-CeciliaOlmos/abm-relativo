      *          comision grants to some families, replacing the
      *          monthly re-typing of tarifa overrides. Each beca in
      *          becas.dat carries the socio, the reduction
      *          percentage, the resolution of the libro de actas
      *          that approved it (checked against resoluciones.dat
      *          and logged to resoluciones-actos.dat) and the expiry
      *          period; CUOTAS-MANT and DEBITO-PRESENTA apply it
      *          automatically while it is vigente. The annual review
      *          listing prints the becas expiring up to a requested
      *          period so the comision re-approves or drops them
      *          before they lapse.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           SELECT REPORTE-BECAS ASSIGN TO "..\becas-por-vencer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
       FD  REPORTE-BECAS.
       01  reporte-becas-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               07 tb-vence pic 9(6).
       77  w-listadas pic 9(3) value 0.
       01  w-linea pic x(80).
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "BECAS-MANT" TO w-programa-log.
           CLOSE SOCIOS.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               DISPLAY "Porcentaje invalido"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           MOVE w-res-referencia TO w-referencia.
           DISPLAY "Ingrese periodo de vencimiento (AAAAMM)".
           ACCEPT w-vence.
           MOVE 0 TO w-beca-hallada.
               END-IF
           END-IF.
           PERFORM 120-GRABAR-BECAS.
           MOVE "OTORGA BECA" TO w-res-accion.
           MOVE w-soc-codigo TO w-res-clave.
           PERFORM 946-REGISTRAR-ACTO.
           DISPLAY "Beca registrada hasta el periodo ", w-vence.
       500-BAJA-BECA.
           DISPLAY "Ingrese codigo de socio".
               END-IF
           END-PERFORM.
           CLOSE REPORTE-BECAS.
           MOVE "becas-por-vencer.txt" TO w-rep-archivo.
           MOVE "BECAS-VENCER" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY w-listadas, " becas por vencer listadas en"
               " becas-por-vencer.txt".
       410-BUSCAR-SOCIO.
                   END-IF
               END-IF
           END-PERFORM.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM BECAS-MANT.
