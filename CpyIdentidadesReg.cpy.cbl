      * Identity register: one row per identity document of a
      * person, keyed by document type and number, pointing to the
      * soc-codigo it belongs to. A document can only ever belong
      * to one codigo, so a person who left or was expelled cannot
      * be admitted again under a new one. The DNI is kept as eight
      * digits; a CUIL is kept as its eleven digits and always
      * brings along the row of the DNI it contains, so either
      * document finds the person.
       FD  IDENTIDADES.
       01  identidad-reg.
           03 id-clave.
               05 id-tipo pic x.
                   88 id-dni value "D".
                   88 id-cuil value "C".
                   88 id-pasaporte value "P".
               05 id-numero pic x(11).
           03 id-codigo pic 9(4).
           03 id-fecha pic 9(8).
           03 id-operador pic x(12).
