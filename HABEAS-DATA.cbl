      ******************************************************************
      * Author:
      * Date:
      * Purpose: Requests under the personal data protection law.
      *          Access: for one soc-codigo, gathers every record the
      *          club holds about the person - arch.dat, contactos.dat,
      *          identidades.dat, grupos.dat, aptos.dat, the guests
      *          registered in invitados.dat, the gate accesses of
      *          asistencia.dat, the entries of auditoria.dat,
      *          bajas-hist.dat and the dues history (cuotas.dat and
      *          the yearly archives of catalogo-cuotas.dat) - into
      *          habeas-data.txt for delivery. Suppression
      *          (supervisors only): blanks the contact block of
      *          contactos.dat (postal breakdown included) and
      *          removes the aptos.dat rows of every ex-socio whose
      *          baja is older than RETENCION-DATOS days of
      *          parametros.dat; the baja date comes from arch.dat
      *          or, once PURGA-BAJAS has removed the slot, from
      *          bajas-hist.dat. Accounting records (dues, recibos,
      *          credits, audit trail) are kept as the law requires.
      *          Every answered request and every suppression is
      *          logged to habeas-data.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABEAS-DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyAptos.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT INVITADOS ASSIGN TO "..\invitados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-invitados-status.
           SELECT ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-asistencia-status.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
           SELECT CUOTAS-ARCHIVO ASSIGN TO w-archivo-nombre
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-archivo-status.
           SELECT CATALOGO-CUOTAS
               ASSIGN TO "..\catalogo-cuotas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-catalogo-status.
           SELECT HABEAS-LOG ASSIGN TO "..\habeas-data.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-habeas-log-status.
           SELECT INFORME-DATOS ASSIGN TO "..\habeas-data.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyIdentidades.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  INVITADOS.
       01  invitado-reg.
           03 inv-codigo pic 9(4).
           03 inv-nombre pic x(20).
           03 inv-documento pic x(10).
           03 inv-fecha pic 9(8).
       FD  ASISTENCIA.
       01  asistencia-reg.
           03 asi-fecha pic 9(8).
           03 asi-hora pic 9(6).
           03 asi-codigo pic 9(4).
           03 asi-resultado pic x(9).
           03 asi-movimiento pic x.
           03 asi-area pic xxx.
           03 asi-pase pic 9(6).
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
           03 bh-fecha-alta pic 9(8).
       FD  CUOTAS-ARCHIVO.
       01  cuota-archivo-reg.
           03 ca-codigo pic 9(4).
           03 ca-periodo pic 9(6).
           03 ca-monto pic 9(6)v99.
           03 ca-fecha-pago pic 9(8).
           03 ca-recibo pic 9(6).
           03 ca-recargo pic 9(6)v99.
           03 ca-tipo pic x.
           03 ca-operador pic x(12).
       FD  CATALOGO-CUOTAS.
       01  catalogo-cuotas-reg.
           03 cc-anio pic 9(4).
           03 cc-archivo pic x(30).
           03 cc-registros pic 9(6).
           03 cc-fecha pic 9(8).
      * One row per answered access request (I) and per socio whose
      * data was suppressed (S).
       FD  HABEAS-LOG.
       01  habeas-log-reg.
           03 hl-fecha pic 9(8).
           03 hl-hora pic 9(6).
           03 hl-tipo pic x.
               88 hl-acceso value "I".
               88 hl-supresion value "S".
           03 hl-codigo pic 9(4).
           03 hl-referencia pic x(20).
           03 hl-operador pic x(12).
       FD  INFORME-DATOS.
       01  informe-linea pic x(80).
           COPY "CpyIdentidadesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-contactos-status pic xx.
       77  w-grupos-status pic xx.
       77  w-aptos-status pic xx.
       77  w-cuotas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-invitados-status pic xx.
       77  w-asistencia-status pic xx.
       77  w-identidades-status pic xx.
       77  w-sen-id pic 9 value 0.
           88 fin-identidades value 1.
       77  w-auditoria-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-archivo-status pic xx.
       77  w-catalogo-status pic xx.
       77  w-habeas-log-status pic xx.
       01  w-archivo-nombre pic x(40).
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-hoy-juliano pic 9(7).
       77  w-baja-juliano pic 9(7).
       77  w-retencion-dias pic 9(5) value 3650.
       01  w-referencia pic x(20).
       77  w-confirma pic x.
       77  w-filas pic 9(5).
       77  w-cant-cat pic 9(2) value 0.
       77  w-c pic 9(2).
       01  tab-catalogo.
           05 cat-ent occurs 1 to 50 times
                   depending on w-cant-cat.
               07 tc-anio pic 9(4).
               07 tc-archivo pic x(30).
      * Suppression: per codigo, the date of its baja (0 = active or
      * unknown) and whether the codigo qualifies.
       77  w-i pic 9(5).
       01  tab-hd-socios.
           05 hd-socios-ent occurs 9999 times.
               07 ths-en-arch pic 9.
               07 ths-fecha-baja pic 9(8).
               07 ths-suprimir pic 9.
       77  w-cant-aptos pic 9(5) value 0.
       77  w-a pic 9(5).
       01  tab-aptos.
           05 aptos-ent occurs 1 to 9999 times
                   depending on w-cant-aptos.
               07 tap-codigo pic 9(4).
               07 tap-emision pic 9(8).
               07 tap-vence pic 9(8).
       77  w-suprimidos pic 9(5) value 0.
       77  w-aptos-borrados pic 9(5) value 0.
       01  w-linea pic x(80).
       01  w-monto-edit pic zzzzz9.99.
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "HABEAS-DATA" TO w-programa-log.
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
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           COMPUTE w-hoy-juliano = FUNCTION INTEGER-OF-DATE(w-hoy).
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-CATALOGO.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "RETENCION-DATOS"
                       MOVE param-valor TO w-retencion-dias
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-CATALOGO.
           MOVE 0 TO w-cant-cat.
           OPEN INPUT CATALOGO-CUOTAS.
           IF w-catalogo-status = "00"
               MOVE 0 TO w-sen
               READ CATALOGO-CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-cat < 50
                       ADD 1 TO w-cant-cat
                       MOVE cc-anio TO tc-anio(w-cant-cat)
                       MOVE cc-archivo TO tc-archivo(w-cant-cat)
                   END-IF
                   READ CATALOGO-CUOTAS AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-CUOTAS
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Informe de datos personales de un socio"
           DISPLAY "2- Supresion de datos de ex socios"
           DISPLAY "3- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-INFORME
               WHEN 2
                   IF nivel-supervisor
                       PERFORM 600-SUPRESION
                   ELSE
                       DISPLAY "La supresion esta reservada a"
                           " supervisores"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The report is built for a codigo even when arch.dat no
      * longer holds it: the satellite files may still do.
       400-INFORME.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           IF w-soc-codigo = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese referencia de la solicitud (nota/expte)".
           ACCEPT w-referencia.
           OPEN OUTPUT INFORME-DATOS.
           MOVE ALL "=" TO informe-linea.
           WRITE informe-linea.
           MOVE SPACES TO w-linea.
           STRING "DATOS PERSONALES REGISTRADOS - SOCIO " DELIMITED
               BY SIZE
               w-soc-codigo DELIMITED BY SIZE
               " - AL " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "SOLICITUD: " DELIMITED BY SIZE
               w-referencia DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 490-ESCRIBIR.
           PERFORM 410-DATOS-PADRON.
           PERFORM 420-DATOS-CONTACTO.
           PERFORM 425-DATOS-IDENTIDAD.
           PERFORM 430-DATOS-GRUPO.
           PERFORM 440-DATOS-APTOS.
           PERFORM 450-DATOS-INVITADOS.
           PERFORM 455-DATOS-ASISTENCIA.
           PERFORM 460-DATOS-AUDITORIA.
           PERFORM 465-DATOS-BAJAS.
           PERFORM 470-DATOS-CUOTAS.
           CLOSE INFORME-DATOS.
           MOVE "I" TO hl-tipo.
           MOVE w-soc-codigo TO hl-codigo.
           MOVE w-referencia TO hl-referencia.
           PERFORM 700-REGISTRAR-LOG.
           DISPLAY "Informe generado en habeas-data.txt y"
               " registrado en habeas-data.dat".
       405-TITULO.
           MOVE SPACES TO informe-linea.
           WRITE informe-linea.
           PERFORM 490-ESCRIBIR.
           MOVE 0 TO w-filas.
       406-SIN-REGISTROS.
           IF w-filas = 0
               MOVE "  (sin registros)" TO w-linea
               PERFORM 490-ESCRIBIR
           END-IF.
       410-DATOS-PADRON.
           MOVE "PADRON DE SOCIOS (arch.dat)" TO w-linea.
           PERFORM 405-TITULO.
           PERFORM 415-BUSCAR-SOCIO.
           IF socio-encontrado
               ADD 1 TO w-filas
               MOVE SPACES TO w-linea
               STRING "  NOMBRE " DELIMITED BY SIZE
                   soc-nombre DELIMITED BY SIZE
                   " ESTADO " DELIMITED BY SIZE
                   soc-estado DELIMITED BY SIZE
                   " CATEGORIA " DELIMITED BY SIZE
                   soc-categoria DELIMITED BY SIZE
                   " SUCURSAL " DELIMITED BY SIZE
                   soc-sucursal DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR
               MOVE SPACES TO w-linea
               STRING "  ALTA " DELIMITED BY SIZE
                   soc-fecha-alta DELIMITED BY SIZE
                   " BAJA " DELIMITED BY SIZE
                   soc-fecha-baja DELIMITED BY SIZE
                   " MOTIVO " DELIMITED BY SIZE
                   soc-motivo-baja DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR
           END-IF.
           PERFORM 406-SIN-REGISTROS.
       415-BUSCAR-SOCIO.
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
       420-DATOS-CONTACTO.
           MOVE "DATOS DE CONTACTO (contactos.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT CONTACTOS.
           IF w-contactos-status = "00"
               MOVE w-soc-codigo TO contacto-codigo
               READ CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  DOMICILIO " DELIMITED BY SIZE
                           contacto-domicilio DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                       MOVE SPACES TO w-linea
                       STRING "  CALLE " DELIMITED BY SIZE
                           contacto-calle DELIMITED BY SIZE
                           " NRO " DELIMITED BY SIZE
                           contacto-numero DELIMITED BY SIZE
                           " PISO " DELIMITED BY SIZE
                           contacto-piso DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                       MOVE SPACES TO w-linea
                       STRING "  LOCALIDAD " DELIMITED BY SIZE
                           contacto-localidad DELIMITED BY SIZE
                           " CP " DELIMITED BY SIZE
                           contacto-cp DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                       MOVE SPACES TO w-linea
                       STRING "  TELEFONO " DELIMITED BY SIZE
                           contacto-telefono DELIMITED BY SIZE
                           " NACIMIENTO " DELIMITED BY SIZE
                           contacto-fecha-nac DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                       MOVE SPACES TO w-linea
                       STRING "  EMAIL " DELIMITED BY SIZE
                           contacto-email DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
               END-READ
               CLOSE CONTACTOS
           END-IF.
           PERFORM 406-SIN-REGISTROS.
       425-DATOS-IDENTIDAD.
           MOVE "DOCUMENTOS DE IDENTIDAD (identidades.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT IDENTIDADES.
           IF w-identidades-status = "00"
               MOVE 0 TO w-sen-id
               MOVE w-soc-codigo TO id-codigo
               START IDENTIDADES KEY IS = id-codigo
                   INVALID KEY
                       MOVE 1 TO w-sen-id
               END-START
               PERFORM UNTIL fin-identidades
                   READ IDENTIDADES NEXT RECORD
                       AT END
                           MOVE 1 TO w-sen-id
                       NOT AT END
                           IF id-codigo NOT = w-soc-codigo
                               MOVE 1 TO w-sen-id
                           ELSE
                               ADD 1 TO w-filas
                               MOVE SPACES TO w-linea
                               STRING "  TIPO " DELIMITED BY SIZE
                                   id-tipo DELIMITED BY SIZE
                                   " NUMERO " DELIMITED BY SIZE
                                   id-numero DELIMITED BY SIZE
                                   " REGISTRADO " DELIMITED BY SIZE
                                   id-fecha DELIMITED BY SIZE
                                   INTO w-linea
                               END-STRING
                               PERFORM 490-ESCRIBIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IDENTIDADES
           END-IF.
           PERFORM 406-SIN-REGISTROS.
       430-DATOS-GRUPO.
           MOVE "GRUPO FAMILIAR (grupos.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT GRUPOS.
           IF w-grupos-status = "00"
               MOVE 0 TO w-sen
               READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF gf-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  GRUPO " DELIMITED BY SIZE
                           gf-grupo DELIMITED BY SIZE
                           " ROL " DELIMITED BY SIZE
                           gf-rol DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
       440-DATOS-APTOS.
           MOVE "APTOS MEDICOS (aptos.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT APTOS.
           IF w-aptos-status = "00"
               MOVE 0 TO w-sen
               READ APTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF apto-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  EMITIDO " DELIMITED BY SIZE
                           apto-emision DELIMITED BY SIZE
                           " VENCE " DELIMITED BY SIZE
                           apto-vence DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ APTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE APTOS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
       450-DATOS-INVITADOS.
           MOVE "INVITADOS REGISTRADOS POR EL SOCIO (invitados.dat)"
               TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT INVITADOS.
           IF w-invitados-status = "00"
               MOVE 0 TO w-sen
               READ INVITADOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF inv-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  " DELIMITED BY SIZE
                           inv-fecha DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           inv-nombre DELIMITED BY SIZE
                           " DOC " DELIMITED BY SIZE
                           inv-documento DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ INVITADOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INVITADOS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
       455-DATOS-ASISTENCIA.
           MOVE "ACCESOS AL CLUB (asistencia.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT ASISTENCIA.
           IF w-asistencia-status = "00"
               MOVE 0 TO w-sen
               READ ASISTENCIA AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF asi-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  " DELIMITED BY SIZE
                           asi-fecha DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           asi-hora DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           asi-resultado DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           asi-movimiento DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           asi-area DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ ASISTENCIA AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ASISTENCIA
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
       460-DATOS-AUDITORIA.
           MOVE "REGISTRO DE AUDITORIA (auditoria.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT AUDITORIA.
           IF w-auditoria-status = "00"
               MOVE 0 TO w-sen
               READ AUDITORIA AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF audit-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  " DELIMITED BY SIZE
                           audit-fecha DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           audit-operacion DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           audit-nombre-antes DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           audit-nombre-despues DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ AUDITORIA AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
       465-DATOS-BAJAS.
           MOVE "HISTORIAL DE BAJAS (bajas-hist.dat)" TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT BAJAS-HIST.
           IF w-bajas-hist-status = "00"
               MOVE 0 TO w-sen
               READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF bh-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE SPACES TO w-linea
                       STRING "  BAJA " DELIMITED BY SIZE
                           bh-fecha DELIMITED BY SIZE
                           " MOTIVO " DELIMITED BY SIZE
                           bh-motivo DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           bh-nombre DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BAJAS-HIST
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 406-SIN-REGISTROS.
      * The dues history the same way CONSULTA-CUOTAS-HIST walks it:
      * the live file, then every archived year of the catalog.
       470-DATOS-CUOTAS.
           MOVE "HISTORIAL DE CUOTAS (cuotas.dat y archivos anuales)"
               TO w-linea.
           PERFORM 405-TITULO.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cuota-codigo = w-soc-codigo
                       ADD 1 TO w-filas
                       MOVE cuota-monto TO w-monto-edit
                       MOVE SPACES TO w-linea
                       STRING "  VIVO     " DELIMITED BY SIZE
                           cuota-periodo DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           w-monto-edit DELIMITED BY SIZE
                           " REC " DELIMITED BY SIZE
                           cuota-recibo DELIMITED BY SIZE
                           " TIPO " DELIMITED BY SIZE
                           cuota-tipo DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           cuota-fecha-pago DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                       PERFORM 490-ESCRIBIR
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-cat
               PERFORM 475-CUOTAS-ARCHIVADAS
           END-PERFORM.
           PERFORM 406-SIN-REGISTROS.
       475-CUOTAS-ARCHIVADAS.
           MOVE SPACES TO w-archivo-nombre.
           STRING "..\" DELIMITED BY SIZE
               tc-archivo(w-c) DELIMITED BY SPACE
               INTO w-archivo-nombre
           END-STRING.
           OPEN INPUT CUOTAS-ARCHIVO.
           IF w-archivo-status NOT = "00"
               MOVE SPACES TO w-linea
               STRING "  ATENCION: no se pudo abrir " DELIMITED BY SIZE
                   tc-archivo(w-c) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 490-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen-aux.
           READ CUOTAS-ARCHIVO AT END MOVE 1 TO w-sen-aux END-READ.
           PERFORM UNTIL fin-aux
               IF ca-codigo = w-soc-codigo
                   ADD 1 TO w-filas
                   MOVE ca-monto TO w-monto-edit
                   MOVE SPACES TO w-linea
                   STRING "  ARCH" DELIMITED BY SIZE
                       tc-anio(w-c) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ca-periodo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       w-monto-edit DELIMITED BY SIZE
                       " REC " DELIMITED BY SIZE
                       ca-recibo DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       ca-tipo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ca-fecha-pago DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 490-ESCRIBIR
               END-IF
               READ CUOTAS-ARCHIVO AT END MOVE 1 TO w-sen-aux
               END-READ
           END-PERFORM.
           CLOSE CUOTAS-ARCHIVO.
           MOVE 0 TO w-sen-aux.
       490-ESCRIBIR.
           MOVE w-linea TO informe-linea.
           WRITE informe-linea.
      * A codigo qualifies when it is de baja in arch.dat, or gone
      * from it, and its last baja is older than the retention.
      * Only the contact block and the medical certificates go:
      * the name in arch.dat and every accounting record stay.
       600-SUPRESION.
           DISPLAY "Se suprimiran los datos de contacto y medicos de"
               " los ex socios con baja de mas de ", w-retencion-dias,
               " dias".
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "Supresion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-suprimidos.
           MOVE 0 TO w-aptos-borrados.
           PERFORM 610-CARGAR-BAJAS.
           PERFORM 620-SUPRIMIR-CONTACTOS.
           PERFORM 630-SUPRIMIR-APTOS.
           DISPLAY "Socios con datos suprimidos: ", w-suprimidos.
           DISPLAY "Aptos medicos eliminados: ", w-aptos-borrados.
       610-CARGAR-BAJAS.
           MOVE ZEROS TO tab-hd-socios.
           OPEN INPUT BAJAS-HIST.
           IF w-bajas-hist-status = "00"
               MOVE 0 TO w-sen
               READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF bh-codigo > 0 AND
                      bh-fecha > ths-fecha-baja(bh-codigo)
                       MOVE bh-fecha TO ths-fecha-baja(bh-codigo)
                   END-IF
                   READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BAJAS-HIST
           END-IF.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                           MOVE 1 TO ths-en-arch(soc-codigo)
                           IF socio-de-baja
                               MOVE soc-fecha-baja
                                   TO ths-fecha-baja(soc-codigo)
                           ELSE
                               MOVE 0 TO ths-fecha-baja(soc-codigo)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 9999
               IF ths-fecha-baja(w-i) NOT = 0
                   COMPUTE w-baja-juliano = FUNCTION INTEGER-OF-DATE
                       (ths-fecha-baja(w-i))
                   IF w-hoy-juliano - w-baja-juliano >=
                      w-retencion-dias
                       MOVE 1 TO ths-suprimir(w-i)
                   END-IF
               END-IF
           END-PERFORM.
      * A contact already blank was suppressed on an earlier run
      * and is not logged again.
       620-SUPRIMIR-CONTACTOS.
           OPEN I-O CONTACTOS.
           IF w-contactos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM UNTIL fin-arch
               READ CONTACTOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF contacto-codigo > 0
                           IF ths-suprimir(contacto-codigo) = 1
                              AND (contacto-domicilio NOT = SPACES OR
                                   contacto-telefono NOT = SPACES OR
                                   contacto-email NOT = SPACES OR
                                   contacto-postal NOT = SPACES OR
                                   contacto-fecha-nac NOT = 0)
                               PERFORM 625-BLANQUEAR-CONTACTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTOS.
           MOVE 0 TO w-sen.
       625-BLANQUEAR-CONTACTO.
           MOVE SPACES TO contacto-domicilio.
           MOVE SPACES TO contacto-postal.
           MOVE SPACES TO contacto-telefono.
           MOVE SPACES TO contacto-email.
           MOVE 0 TO contacto-fecha-nac.
           REWRITE contacto-reg.
           ADD 1 TO w-suprimidos.
           MOVE "S" TO hl-tipo.
           MOVE contacto-codigo TO hl-codigo.
           MOVE "CONTACTO" TO hl-referencia.
           PERFORM 700-REGISTRAR-LOG.
       630-SUPRIMIR-APTOS.
           MOVE 0 TO w-cant-aptos.
           OPEN INPUT APTOS.
           IF w-aptos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ APTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF apto-codigo > 0 AND ths-suprimir(apto-codigo) = 1
                   ADD 1 TO w-aptos-borrados
                   MOVE "S" TO hl-tipo
                   MOVE apto-codigo TO hl-codigo
                   MOVE "APTO MEDICO" TO hl-referencia
                   PERFORM 700-REGISTRAR-LOG
               ELSE
                   IF w-cant-aptos < 9999
                       ADD 1 TO w-cant-aptos
                       MOVE apto-codigo TO tap-codigo(w-cant-aptos)
                       MOVE apto-emision TO tap-emision(w-cant-aptos)
                       MOVE apto-vence TO tap-vence(w-cant-aptos)
                   END-IF
               END-IF
               READ APTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE APTOS.
           MOVE 0 TO w-sen.
           IF w-aptos-borrados = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT APTOS.
           PERFORM VARYING w-a FROM 1 BY 1 UNTIL w-a > w-cant-aptos
               MOVE tap-codigo(w-a) TO apto-codigo
               MOVE tap-emision(w-a) TO apto-emision
               MOVE tap-vence(w-a) TO apto-vence
               WRITE apto-reg
           END-PERFORM.
           CLOSE APTOS.
       700-REGISTRAR-LOG.
           OPEN EXTEND HABEAS-LOG.
           IF w-habeas-log-status = "35"
               OPEN OUTPUT HABEAS-LOG
               CLOSE HABEAS-LOG
               OPEN EXTEND HABEAS-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO hl-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO hl-hora.
           MOVE w-operador TO hl-operador.
           WRITE habeas-log-reg.
           CLOSE HABEAS-LOG.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Gestion de datos personales finalizada".
       END PROGRAM HABEAS-DATA.
