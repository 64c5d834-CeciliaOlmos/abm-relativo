      * Purpose: Maintenance for contactos.dat, the companion contact
      *          file keyed by soc-codigo (INDEXED, like
      *          arch-idx.dat): domicilio, telefono, email and fecha
      *          de nacimiento. The domicilio is captured by parts
      *          (calle, numero, piso, localidad, codigo postal) for
      *          the postal labels of ETIQUETAS-POSTALES; a line left
      *          sin desglosar by CONVIERTE-CONTACTOS is fixed here
      *          through MODIFICACION. TABLA-HASH offers the capture
      *          at ALTA time and shows the block in its consulta;
      *          every outbound letter and notice pulls the address
      *          from here instead of the paper folder. During a
      *          re-empadronamiento campaign (EMPADRONAMIENTO) the
      *          desk confirms or corrects the block with the socio
      *          present and, once the carnet photo is taken, marks
      *          the socio in reempadronados.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyLockSocio.cpy.cbl".
           COPY "CpyEmpadron.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyLockSocioReg.cpy.cbl".
           COPY "CpyEmpadronReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-contactos-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-soc-codigo pic 9(4).
       77  w-confirma pic x.
       77  w-contacto-hallado pic 9 value 0.
           88 contacto-hallado value 1.
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
           COPY "CpyEmpadronWS.cpy.cbl".
           COPY "CpyCodPostalWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CONTACTOS-MANT" TO w-programa-log.
               CLOSE CONTACTOS
               OPEN I-O CONTACTOS
           END-IF.
           PERFORM 971-CARGAR-CAMPANIA.
           IF hay-campania
               OPEN I-O REEMPADRONADOS
               IF w-reempadron-status = "35"
                   OPEN OUTPUT REEMPADRONADOS
                   CLOSE REEMPADRONADOS
                   OPEN I-O REEMPADRONADOS
               END-IF
           END-IF.
       200-MENU.
           DISPLAY "1- ALTA DE CONTACTO"
           DISPLAY "2- CONSULTA"
           DISPLAY "3- MODIFICACION"
           DISPLAY "4- BAJA"
           DISPLAY "5- RE-EMPADRONAMIENTO"
           DISPLAY "6- FIN"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
                   PERFORM 600-MODIFICACION
               WHEN 4
                   PERFORM 700-BAJA
               WHEN 5
                   PERFORM 750-REEMPADRONAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
       320-PEDIR-DATOS.
           PERFORM 941-PEDIR-DOMICILIO.
           DISPLAY "Ingrese telefono".
           ACCEPT contacto-telefono.
           DISPLAY "Ingrese email".
                   DISPLAY "El socio no tiene datos de contacto"
               NOT INVALID KEY
                   DISPLAY "Domicilio: ", contacto-domicilio
                   IF NOT dom-desglosado
                       DISPLAY "  (domicilio sin desglosar, corregir"
                           " con MODIFICACION)"
                   END-IF
                   DISPLAY "Telefono: ", contacto-telefono
                   DISPLAY "Email: ", contacto-email
                   DISPLAY "Fecha de nacimiento: ",
               NOT INVALID KEY
                   DISPLAY "Contacto eliminado"
           END-DELETE.
      * The socio is at the desk: the block on file is read back to
      * them and corrected if anything changed, or captured if there
      * was none. A socio registers once per campaign; marking after
      * the deadline is allowed and frees the carnet again.
       750-REEMPADRONAR.
           IF NOT hay-campania
               DISPLAY "No hay campania de re-empadronamiento"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 310-PEDIR-CODIGO.
           MOVE w-emp-campania TO rem-campania.
           MOVE w-soc-codigo TO rem-codigo.
           READ REEMPADRONADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El socio ya se re-empadrono el ",
                       rem-fecha
                   EXIT PARAGRAPH
           END-READ.
           MOVE w-soc-codigo TO w-lock-codigo.
           PERFORM 975-TOMAR-LOCK-SOCIO.
           IF NOT lock-concedido
               EXIT PARAGRAPH
           END-IF.
           PERFORM 751-REEMPADRONAR-BLOQUEADO.
           PERFORM 977-LIBERAR-LOCK-SOCIO.
       751-REEMPADRONAR-BLOQUEADO.
           IF w-emp-hoy > w-emp-vence
               DISPLAY "Atencion: la campania vencio el ",
                   w-emp-vence, ", re-empadronamiento fuera de termino"
           END-IF.
           MOVE 0 TO w-contacto-hallado.
           MOVE w-soc-codigo TO contacto-codigo.
           READ CONTACTOS
               INVALID KEY
                   DISPLAY "El socio no tiene datos de contacto"
               NOT INVALID KEY
                   MOVE 1 TO w-contacto-hallado
                   DISPLAY "Domicilio: ", contacto-domicilio
                   DISPLAY "Telefono: ", contacto-telefono
                   DISPLAY "Email: ", contacto-email
                   DISPLAY "Fecha de nacimiento: ",
                       contacto-fecha-nac
           END-READ.
           MOVE "N" TO w-confirma.
           IF contacto-hallado
               IF dom-desglosado
                   DISPLAY "El socio confirma estos datos? (S/N)"
                   ACCEPT w-confirma
               ELSE
                   DISPLAY "El domicilio no esta desglosado, se carga"
                       " de nuevo"
               END-IF
           END-IF.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               MOVE w-soc-codigo TO contacto-codigo
               PERFORM 320-PEDIR-DATOS
               IF contacto-hallado
                   REWRITE contacto-reg
               ELSE
                   WRITE contacto-reg
               END-IF
               DISPLAY "Contacto actualizado"
           END-IF.
           DISPLAY "Se tomo la foto para el carnet? (S/N)".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "Sin foto el re-empadronamiento queda"
                   " pendiente"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-emp-campania TO rem-campania.
           MOVE w-soc-codigo TO rem-codigo.
           MOVE w-emp-hoy TO rem-fecha.
           MOVE w-operador TO rem-operador.
           WRITE reempadron-reg
               INVALID KEY
                   DISPLAY "El socio ya estaba re-empadronado"
               NOT INVALID KEY
                   DISPLAY "Socio re-empadronado en la campania ",
                       w-emp-campania
           END-WRITE.
       COPY "CpyValidarFecha.cpy.cbl".
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyLockSocioPar.cpy.cbl".
       COPY "CpyEmpadronVig.cpy.cbl".
       COPY "CpyDomicilio.cpy.cbl".
       COPY "CpyCodPostal.cpy.cbl".
       800-FIN.
           CLOSE CONTACTOS.
           IF hay-campania
               CLOSE REEMPADRONADOS
           END-IF.
       END PROGRAM CONTACTOS-MANT.
