      *( saldo de vacaciones por empleado y ejercicio: el devengo
      *  anual lo calcula AcumulaVacaciones segun la antiguedad,
      *  RegistraAusencias descuenta los dias disfrutados y
      *  SaldoVacaciones informa del saldo restante; los dias
      *  arrastrados son los no disfrutados del ejercicio anterior
      *  que CierreEjercicio pasa al nuevo hasta el limite fijado )
       01  VAC-Registro.
           05 VAC-Clave.
              10 VAC-EmpleadoId PIC 9(6).
              10 VAC-Ano PIC 9(4).
           05 VAC-Devengados PIC 9(3).
           05 VAC-Disfrutados PIC 9(3).
           05 VAC-Arrastrados PIC 9(3).
