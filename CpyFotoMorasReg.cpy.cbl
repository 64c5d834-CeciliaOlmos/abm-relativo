       FD  FOTO-MORAS.
      * Arrears of every socio as derived by the nightly FOTO-MORA
      * run, one record per socio at the relative position of the
      * codigo. fm-ult-periodo is the last dues period paid (tipos
      * "C", "V" and "A" whose recibo was not annulled), zero when
      * there is none; fm-periodos runs from the month after it (or
      * from the alta month) through the month of fm-fecha, priced
      * in fm-monto at the accrued amount or at the tariff less
      * licencia and beca. A program that posts a cuota row marks
      * the socio's record desactualizada until the next run.
       01  foto-mora-reg.
           03 fm-codigo pic 9(4).
           03 fm-fecha pic 9(8).
           03 fm-estado pic x.
               88 foto-vigente value "V".
               88 foto-desactualizada value "D".
           03 fm-exento pic x.
               88 fm-no-exento value "N".
               88 fm-exento-vitalicio value "V".
               88 fm-exento-honorario value "H".
               88 fm-exento-baja value "B".
           03 fm-hay-pago pic 9.
               88 fm-con-pagos value 1.
           03 fm-ult-periodo pic 9(6).
           03 fm-periodos pic 9(3).
           03 fm-monto pic 9(7)v99.
           03 fm-convenio pic x.
               88 fm-sin-convenio value "N".
               88 fm-convenio-al-dia value "D".
               88 fm-convenio-en-falta value "F".
