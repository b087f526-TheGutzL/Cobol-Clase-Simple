               " saldo " KX-Saldo
               " origen " KX-Origen
               DELIMITED BY SIZE INTO LineaKardex.
           IF KX-Almacen NOT = SPACES
               MOVE KX-Almacen TO LineaKardex(74:2).
           IF KX-Lote NOT = SPACES
               MOVE KX-Lote TO LineaKardex(77:12).
           WRITE LineaKardex.
           DISPLAY LineaKardex.

