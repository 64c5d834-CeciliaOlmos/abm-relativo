      * Children of the summer camp. cn-socio is the child's own
      * socio code when the child is a member (the apto medico is
      * then the one of aptos.dat); cn-titular links the child to
      * the titular socio of the family. Either one gives the
      * member price. A child without socio code brings the apto
      * certificate to the desk and its expiry is kept in
      * cn-apto-vence.
       FD  COL-NINOS.
       01  col-nino-reg.
           03 cn-numero pic 9(5).
           03 cn-nombre pic x(30).
           03 cn-documento pic 9(8).
           03 cn-nacimiento pic 9(8).
           03 cn-socio pic 9(4).
           03 cn-titular pic 9(4).
           03 cn-emergencia pic x(20).
           03 cn-emergencia-tel pic x(15).
           03 cn-apto-vence pic 9(8).
