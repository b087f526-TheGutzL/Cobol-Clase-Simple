           STRING "Seguridad social:         " ImporteEditado
               DELIMITED BY SIZE INTO LineaRecibo.
           WRITE LineaRecibo.
           IF NOM-Reembolsos NOT = ZEROS
               MOVE NOM-Reembolsos TO ImporteEditado
               MOVE SPACES TO LineaRecibo
               STRING "Reembolso de gastos:      " ImporteEditado
                   DELIMITED BY SIZE INTO LineaRecibo
               WRITE LineaRecibo.
           IF NOM-Indemnizacion NOT = ZEROS
               MOVE NOM-Indemnizacion TO ImporteEditado
               MOVE SPACES TO LineaRecibo
               STRING "Indemnizacion (exenta):   " ImporteEditado
                   DELIMITED BY SIZE INTO LineaRecibo
               WRITE LineaRecibo.
           IF NOM-Embargos NOT = ZEROS
               MOVE NOM-Embargos TO ImporteEditado
               MOVE SPACES TO LineaRecibo
               STRING "Embargo judicial:         " ImporteEditado
                   DELIMITED BY SIZE INTO LineaRecibo
               WRITE LineaRecibo.
           IF NOM-Prestamos NOT = ZEROS
               MOVE NOM-Prestamos TO ImporteEditado
               MOVE SPACES TO LineaRecibo
               STRING "Cuota prestamo personal:  " ImporteEditado
                   DELIMITED BY SIZE INTO LineaRecibo
               WRITE LineaRecibo.
           MOVE ALL "-" TO LineaRecibo.
           WRITE LineaRecibo.
           MOVE NOM-Neto TO ImporteEditado.
