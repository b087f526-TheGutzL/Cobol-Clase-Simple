      *( partida abierta de proveedores, indexada por vendedor y
      *  numero de factura del vendedor: la escribe
      *  CasaFacturasProveedor con las facturas casadas y la
      *  cierra la propuesta de pagos cuando se transfiere )
       01  PP-Registro.
           05 PP-Clave.
              10 PP-Vendedor PIC X(20).
              10 PP-Factura PIC X(12).
           05 PP-FechaFactura PIC 9(8).
           05 PP-FechaVencimiento PIC 9(8).
           05 PP-Importe PIC 9(9)V99.
           05 PP-ImportePendiente PIC 9(9)V99.
           05 PP-FechaPago PIC 9(8).
           05 PP-Estado PIC X.
              88 PP-ABIERTA VALUE "A".
              88 PP-PAGADA VALUE "C".
