               88 forma-efectivo value "E" " ".
               88 forma-cheque value "C".
               88 forma-transferencia value "T".
               88 forma-red value "R".
               88 forma-saldo value "S".
