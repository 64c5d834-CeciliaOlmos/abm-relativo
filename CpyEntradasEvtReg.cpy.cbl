      * One row per sale: the member's own place at the member price
      * plus ent-invitados guests at the guest price, all seated at
      * ent-mesa. A cash sale ("E") enters the drawer of the operator
      * through CIERRE-CAJA; a sale charged to the account ("C") is
      * posted as a tipo "C" movimiento with concepto EVENTO and
      * collected through the consumption path.
       FD  ENTRADAS-EVT.
       01  entrada-evt-reg.
           03 ent-evento pic 9(4).
           03 ent-numero pic 9(5).
           03 ent-fecha pic 9(8).
           03 ent-codigo pic 9(4).
           03 ent-invitados pic 9(2).
           03 ent-mesa pic 9(3).
           03 ent-monto pic 9(7)v99.
           03 ent-forma pic x.
               88 ent-efectivo value "E".
               88 ent-a-cuenta value "C".
           03 ent-operador pic x(12).
