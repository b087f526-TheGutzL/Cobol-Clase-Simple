      *( cuota de curso generada: FacturaCursos anota aqui el
      *  pedido de la cuota de cada alumno y termino para que la
      *  baja a mitad de termino encuentre la factura que ha de
      *  abonar a prorrata )
       01  CC-Registro.
           05 CC-AlumnoId PIC X(6).
           05 CC-Termino PIC 9(6).
           05 CC-Pedido PIC 9(6).
           05 CC-ClienteId PIC 9(6).
           05 CC-Sku PIC X(10).
           05 CC-FechaProceso PIC 9(8).
