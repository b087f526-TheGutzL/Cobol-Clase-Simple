      *( registro de finiquitos calculados: uno por baja, lo
      *  escribe Finiquito al liquidar al empleado y sirve para no
      *  volver a liquidarlo; los importes van en la moneda del
      *  empleado y los dias de vacaciones pendientes pueden ser
      *  negativos si disfruto mas de lo devengado )
       01  FQ-Registro.
           05 FQ-EmpleadoId PIC 9(6).
           05 FQ-FechaBaja PIC 9(8).
           05 FQ-TipoBaja PIC X.
           05 FQ-FechaCalculo PIC 9(8).
           05 FQ-Moneda PIC XXX.
           05 FQ-DiasMes PIC 99.
           05 FQ-Salario PIC 9(7)V99.
           05 FQ-DiasVacaciones PIC S9(3)V99.
           05 FQ-Vacaciones PIC S9(7)V99.
           05 FQ-PagasExtra PIC 9(7)V99.
           05 FQ-Indemnizacion PIC 9(7)V99.
           05 FQ-Total PIC S9(7)V99.
