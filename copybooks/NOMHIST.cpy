      *( historico de nominas por periodo y empleado: lo mantiene
      *  VariacionNomina con cada nomina que controla, y le sirve
      *  de referencia del periodo anterior en el siguiente mes )
       01  NH-Registro.
           05 NH-Clave.
              10 NH-Periodo PIC 9(6).
              10 NH-EmpleadoId PIC 9(6).
           05 NH-Bruto PIC 9(7)V99.
           05 NH-Neto PIC 9(7)V99.
           05 NH-Moneda PIC XXX.
