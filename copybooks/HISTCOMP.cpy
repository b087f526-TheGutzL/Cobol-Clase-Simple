      *( historico de compras para la evaluacion de proveedores:
      *  RecibeMercancia anota cada recepcion (R) y cada recepcion
      *  rechazada (E) con la fecha prometida de la orden, y
      *  CasaFacturasProveedor cada linea de factura (F) con el
      *  precio facturado frente al acordado )
       01  HC-Registro.
           05 HC-Tipo PIC X.
              88 HC-RECEPCION VALUE "R".
              88 HC-EXCEPCION VALUE "E".
              88 HC-FACTURA VALUE "F".
           05 HC-Fecha PIC 9(8).
           05 HC-Orden PIC 9(6).
           05 HC-Vendedor PIC X(20).
           05 HC-Sku PIC X(10).
           05 HC-Cantidad PIC 9(7).
           05 HC-FechaPrometida PIC 9(8).
           05 HC-PrecioAcordado PIC 99V99.
           05 HC-Precio PIC 99V99.
