      *( saldo de una cuenta del mayor en un periodo AAAAMM: lo
      *  acumula MayorizaAsientos con cada apunte mayorizado y lo
      *  lee el balance de sumas y saldos )
       01  SC-Registro.
           05 SC-Clave.
              10 SC-Cuenta PIC X(8).
              10 SC-Periodo PIC 9(6).
           05 SC-Debe PIC 9(11)V99.
           05 SC-Haber PIC 9(11)V99.
