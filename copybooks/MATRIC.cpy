      *( maestro de matriculas, indexado por alumno: el grupo
      *  actual, la fecha de alta y la de baja (cero mientras el
      *  alumno sigue matriculado) y el ultimo traslado de grupo.
      *  Lo mantiene MatriculaAlumnos con transacciones fechadas
      *  y de el se regenera la lista plana de matriculados; un
      *  alumno estuvo matriculado en un termino si el alta no es
      *  posterior al fin del termino y la baja no es anterior a
      *  su inicio )
       01  MT-Registro.
           05 MT-AlumnoId PIC X(6).
           05 MT-Nombre PIC X(20).
           05 MT-Grupo PIC X(5).
           05 MT-FechaAlta PIC 9(8).
           05 MT-FechaBaja PIC 9(8).
           05 MT-Estado PIC X.
              88 MT-ACTIVO VALUE "A".
              88 MT-BAJA VALUE "B".
           05 MT-GrupoAnterior PIC X(5).
           05 MT-FechaTraslado PIC 9(8).
