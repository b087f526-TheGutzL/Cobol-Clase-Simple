      *( transaccion de mantenimiento del maestro de clientes: la
      *  aplica MantenimientoClientes (A alta, C cambio, D baja);
      *  RecalculaRiesgo anade las de tipo R, que corrigen el riesgo
      *  vivo con el importe anterior y el nuevo y el supervisor
      *  que las autorizo )
       01  TCL-Registro.
           05 TCL-Tipo PIC X.
           05 TCL-ClienteId PIC 9(6).
           05 TCL-Nombre PIC X(30).
           05 TCL-Calle PIC X(30).
           05 TCL-Ciudad PIC X(20).
           05 TCL-CodigoPostal PIC X(5).
           05 TCL-LimiteCredito PIC 9(9)V99.
           05 TCL-Estado PIC X.
           05 TCL-MandatoRef PIC X(35).
           05 TCL-Iban PIC X(34).
           05 TCL-FechaMandato PIC 9(8).
           05 TCL-Nif PIC X(9).
           05 TCL-FacturaElectronica PIC X.
           05 TCL-RiesgoAnterior PIC 9(9)V99.
           05 TCL-RiesgoVivo PIC 9(9)V99.
           05 TCL-Supervisor PIC X(8).
           05 TCL-Almacen PIC XX.
