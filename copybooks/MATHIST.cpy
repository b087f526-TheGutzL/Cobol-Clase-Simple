      *( historial de matriculas: una entrada por cada alta (M),
      *  traslado de grupo (T) y baja (B) aplicada por
      *  MatriculaAlumnos, con la fecha efectiva, los grupos de
      *  origen y destino y, en la baja, la factura de la cuota y
      *  el porcentaje del termino que se abona )
       01  MH-Registro.
           05 MH-FechaEfectiva PIC 9(8).
           05 MH-AlumnoId PIC X(6).
           05 MH-Tipo PIC X.
           05 MH-Nombre PIC X(20).
           05 MH-GrupoAnterior PIC X(5).
           05 MH-GrupoNuevo PIC X(5).
           05 MH-Factura PIC 9(8).
           05 MH-PorcProrrata PIC 999V99.
           05 MH-Operador PIC X(8).
           05 MH-FechaProceso PIC 9(8).
