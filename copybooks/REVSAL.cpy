      *( propuesta de la campana anual de revision salarial: la
      *  genera PropuestaRevision a partir de la parrilla de
      *  porcentajes por departamento, la ajusta y aprueba el
      *  responsable jerarquico en RevisionSalarial y, una vez
      *  aprobada, GeneraRevision la convierte en transaccion de
      *  cambio con fecha efectiva para CargaEmpleados )
       01  RS-Registro.
           05 RS-EmpleadoId PIC 9(6).
           05 RS-Departamento PIC X(4).
           05 RS-Responsable PIC 9(6).
           05 RS-Moneda PIC XXX.
           05 RS-SalarioActual PIC 9(7)V99.
           05 RS-Porcentaje PIC 9(3)V99.
           05 RS-SalarioPropuesto PIC 9(7)V99.
           05 RS-FechaEfectiva PIC 9(8).
           05 RS-Estado PIC X.
              88 RS-PROPUESTA VALUE "P".
              88 RS-APROBADA VALUE "A".
              88 RS-RECHAZADA VALUE "R".
              88 RS-GENERADA VALUE "G".
           05 RS-Aprobador PIC 9(6).
           05 RS-FechaDecision PIC 9(8).
