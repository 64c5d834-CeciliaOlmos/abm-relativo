      * Sponsors and advertisers: the local businesses that pay for
      * the banners around the courts or the shirts of the federated
      * teams, with the billing data their invoices carry.
       FD  PATROCINADORES.
       01  patrocinador-reg.
           03 pat-codigo pic 9(3).
           03 pat-razon pic x(30).
           03 pat-cuit pic x(13).
           03 pat-domicilio pic x(40).
           03 pat-contacto pic x(20).
           03 pat-telefono pic x(15).
           03 pat-estado pic x.
               88 patrocinador-activo value "A".
               88 patrocinador-baja value "B".
