               NOT INVALID KEY
                   MOVE "S" TO SaldoHalladoFlag
                   COMPUTE DiasRestantes =
                       VAC-Devengados + VAC-Arrastrados
                       - VAC-Disfrutados
                   IF DiasAusencia > DiasRestantes
                       MOVE "saldo de vacaciones insuficiente"
                           TO MotivoRechazo
