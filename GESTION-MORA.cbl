      *          from correo-resultados.dat move the stage (a
      *          returned letter goes to DEVUELTA), the escalation
      *          rule sends returned letters and notifications older
      *          than MORA-LEGALES-DIAS (a deadline that lands on a
      *          weekend, holiday or closure day of feriados.dat
      *          runs to the next business day) to EN LEGALES and
      *          writes the lawyer hand-off extract
      *          legales-extracto.dat, a supervisor can close a case
      *          as INCOBRABLE under a resolution of the libro de
      *          actas (resoluciones.dat, kept as the case reference),
      *          and the stage summary prints the counts the comision
      *          asks for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyResoluciones.cpy.cbl".
           COPY "CpyResolActos.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           SELECT CASOS-MORA ASSIGN TO "..\casos-mora.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-casos-status.
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyResolucionesReg.cpy.cbl".
           COPY "CpyResolActosReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
       FD  CASOS-MORA.
       01  caso-reg.
           03 caso-codigo pic 9(4).
       77  w-cnt-devuelta pic 9(3).
       77  w-cnt-legales pic 9(3).
       77  w-cnt-incobrable pic 9(3).
       77  w-fecha-juliano pic 9(7).
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyResolucionWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyResolucion.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETRO.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 110-CARGAR-CASOS.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
              tk-etapa(w-k) NOT = "DEVUELTA"
               EXIT PARAGRAPH
           END-IF.
      * A notification reaches legales the day after its deadline,
      * MORA-LEGALES-DIAS from the stage date moved to the next
      * business day of the club calendar.
           COMPUTE w-fecha-juliano =
               FUNCTION INTEGER-OF-DATE(tk-fecha-etapa(w-k))
               + w-legales-dias.
           COMPUTE w-cal-fecha =
               FUNCTION DATE-OF-INTEGER(w-fecha-juliano).
           PERFORM 983-PROXIMO-DIA-HABIL.
           IF tk-etapa(w-k) = "NOTIFICADO" AND
              w-hoy <= w-cal-fecha
               EXIT PARAGRAPH
           END-IF.
           MOVE tk-codigo(w-k) TO w-soc-codigo.
               DISPLAY "El socio no tiene caso de mora abierto"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 945-PEDIR-RESOLUCION.
           IF NOT resolucion-valida
               EXIT PARAGRAPH
           END-IF.
           MOVE "INCOBRABLE" TO tk-etapa(w-k).
           MOVE w-hoy TO tk-fecha-etapa(w-k).
           MOVE w-res-referencia TO tk-referencia(w-k).
           MOVE 1 TO w-casos-tocados.
           PERFORM 120-GRABAR-CASOS.
           MOVE "CIERRA CASO INCOBRABLE" TO w-res-accion.
           MOVE w-soc-codigo TO w-res-clave.
           PERFORM 946-REGISTRAR-ACTO.
           DISPLAY "Caso marcado incobrable".
       700-RESUMEN-ETAPAS.
           MOVE 0 TO w-cnt-notificado.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Gestion de casos de mora finalizada".
       COPY "CpyCalendario.cpy.cbl".
       END PROGRAM GESTION-MORA.
