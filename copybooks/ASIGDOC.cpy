      *( asignacion docente, indexada por grupo y asignatura: el
      *  empleado del maestro que imparte la asignatura en el
      *  grupo y sus horas semanales; la mantiene
      *  MantenimientoAsignaciones y la explota InformeDocentes
      *  para la carga lectiva y los resultados por profesor )
       01  AD-Registro.
           05 AD-Clave.
              10 AD-Grupo PIC X(5).
              10 AD-Asignatura PIC X(6).
           05 AD-EmpleadoId PIC 9(6).
           05 AD-HorasSemana PIC 99.
           05 AD-FechaAlta PIC 9(8).
