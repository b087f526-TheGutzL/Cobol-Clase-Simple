      *( maestro de becas, indexado por alumno, termino academico
      *  y tipo: la beca de merito (M) exige cuadro de honor en el
      *  termino anterior y la ayuda por necesidad (N) la aprueba
      *  secretaria; cada beca lleva un porcentaje o un importe
      *  fijo sobre la cuota del grupo. La mantiene
      *  MantenimientoBecas, la aplica FacturaCursos y la
      *  resume InformeBecas )
       01  BE-Registro.
           05 BE-Clave.
              10 BE-AlumnoId PIC X(6).
              10 BE-Termino PIC 9(6).
              10 BE-Tipo PIC X.
                 88 BE-BECA-MERITO VALUE "M".
                 88 BE-BECA-NECESIDAD VALUE "N".
           05 BE-Nombre PIC X(20).
           05 BE-Grupo PIC X(5).
           05 BE-Porcentaje PIC 999V99.
           05 BE-Importe PIC 9(5)V99.
           05 BE-Aprobador PIC X(8).
           05 BE-FechaAprobacion PIC 9(8).
