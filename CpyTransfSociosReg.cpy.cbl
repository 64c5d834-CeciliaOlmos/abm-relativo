       FD  TRANSF-SOCIOS.
      * One row per transfer credit of the statement taken by
      * TRANSFERENCIAS-SOCIOS: imputed automatically, waiting in the
      * manual assignment queue, assigned by hand or set aside as
      * not being a member payment.
       01  transf-socio-reg.
           03 ts-numero pic 9(5).
           03 ts-fecha-ext pic 9(8).
           03 ts-importe pic 9(11)v99.
           03 ts-referencia pic x(20).
           03 ts-cbu pic x(22).
           03 ts-estado pic x.
               88 transf-imputada value "I".
               88 transf-pendiente value "P".
               88 transf-asignada value "A".
               88 transf-descartada value "D".
           03 ts-codigo pic 9(4).
           03 ts-recibo pic 9(6).
           03 ts-razon pic x(30).
           03 ts-fecha-proceso pic 9(8).
           03 ts-operador pic x(12).
