      * fea-recibo holds the number of the authorized document:
      * a recibo, or a sponsorship invoice when fea-comprobante is
      * "P". Rows written before sponsorship invoices existed carry
      * no comprobante and are recibos.
       FD  FE-AUTORIZACIONES.
       01  fe-aut-reg.
           03 fea-recibo pic 9(6).
           03 fea-cae pic x(14).
           03 fea-cae-vto pic 9(8).
           03 fea-fecha pic 9(8).
           03 fea-comprobante pic x.
               88 fea-de-recibo value "R" " ".
               88 fea-de-patrocinio value "P".
