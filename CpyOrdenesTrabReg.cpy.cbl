      * Maintenance work orders. A court order names the cancha of
      * canchas.dat (seccion and numero); an area order names a
      * gate area of ACCESO-CLUB in ot-seccion with ot-cancha zero
      * and closes every court of a seccion with that code. The
      * window runs from the desde date and hour (inclusive) to the
      * hasta date and hour (exclusive); an order pendiente or en
      * curso blocks the courts of its window. ot-bien is the asset
      * of bienes.dat the work is done on (zero when none; blank on
      * old rows).
       FD  ORDENES-TRAB.
       01  orden-trab-reg.
           03 ot-numero pic 9(5).
           03 ot-tipo pic x.
               88 ot-de-cancha value "C".
               88 ot-de-area value "A".
           03 ot-seccion pic xxx.
           03 ot-cancha pic 9(2).
           03 ot-descripcion pic x(30).
           03 ot-responsable pic x(20).
           03 ot-desde-fecha pic 9(8).
           03 ot-desde-hora pic 9(2).
           03 ot-hasta-fecha pic 9(8).
           03 ot-hasta-hora pic 9(2).
           03 ot-estado pic x.
               88 ot-pendiente value "P".
               88 ot-en-curso value "E".
               88 ot-cerrada value "C".
               88 ot-anulada value "A".
           03 ot-fecha-cierre pic 9(8).
           03 ot-operador pic x(12).
           03 ot-bien pic 9(5).
