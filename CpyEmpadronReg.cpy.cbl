      * Re-empadronamiento campaigns the comision directiva opens
      * under the statute, one row each, the last one the campaign
      * in course: socios already on the padron when it opened must
      * confirm their data at the desk before emp-vence.
       FD  CAMPANIAS-EMP.
       01  campania-emp-reg.
           03 emp-campania pic 9(4).
           03 emp-apertura pic 9(8).
           03 emp-vence pic 9(8).
           03 emp-resolucion pic x(20).
           03 emp-operador pic x(12).
      * One row per socio that confirmed domicilio, telefono, email
      * and birth date in contactos.dat and had the photo for the
      * carnet taken, within the campaign.
       FD  REEMPADRONADOS.
       01  reempadron-reg.
           03 rem-clave.
               05 rem-campania pic 9(4).
               05 rem-codigo pic 9(4).
           03 rem-fecha pic 9(8).
           03 rem-operador pic x(12).
