      * One row per sponsorship contract: the space or item sold
      * (a banner on a court, the shirt of a team), the monthly amount
      * agreed for the first contract year, the dates it runs and
      * the annual adjustment percentage applied on every anniversary
      * of cpt-desde. A contract rescinded early keeps its row with
      * estado "R" and cpt-hasta brought forward to the rescission.
       FD  CONTRATOS-PAT.
       01  contrato-pat-reg.
           03 cpt-numero pic 9(4).
           03 cpt-patrocinador pic 9(3).
           03 cpt-espacio pic x(30).
           03 cpt-monto pic 9(7)v99.
           03 cpt-desde pic 9(8).
           03 cpt-hasta pic 9(8).
           03 cpt-ajuste pic 9(2)v99.
           03 cpt-estado pic x.
               88 contrato-vigente value "V".
               88 contrato-rescindido value "R".
