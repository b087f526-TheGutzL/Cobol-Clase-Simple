      *( nota de gastos de un empleado: la registra personal con
      *  estado P y la decide ApruebaGastos, que la aprueba o la
      *  rechaza en nombre del responsable jerarquico del
      *  empleado (EMP-RESPONSABLE-ID) y marca con X las que
      *  superan el limite de su categoria )
       01  GR-Registro.
           05 GR-Id PIC 9(6).
           05 GR-EmpleadoId PIC 9(6).
           05 GR-Fecha PIC 9(8).
           05 GR-Categoria PIC X(4).
           05 GR-Importe PIC 9(7)V99.
           05 GR-Descripcion PIC X(30).
           05 GR-Estado PIC X.
              88 GR-PENDIENTE VALUE "P".
              88 GR-APROBADA VALUE "A".
              88 GR-RECHAZADA VALUE "R".
              88 GR-EXCEDE-LIMITE VALUE "X".
           05 GR-Aprobador PIC 9(6).
           05 GR-FechaDecision PIC 9(8).
           05 GR-Motivo PIC X(30).
