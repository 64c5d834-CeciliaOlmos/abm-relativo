      * Blank on old rows: "no federada".
           03 sec-federada pic x.
               88 seccion-federada value "S".
      * Sections whose whole enrollment goes on the accident policy
      * roster (the pool), not only the federated competitors.
      * Blank on old rows: "no".
           03 sec-seguro-todos pic x.
               88 seccion-seguro-todos value "S".
