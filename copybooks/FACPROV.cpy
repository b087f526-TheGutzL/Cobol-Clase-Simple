      *( linea de factura de proveedor tal como la graba
      *  administracion desde el papel del vendedor: la cabecera
      *  se repite en cada linea y CasaFacturasProveedor la casa
      *  contra la orden de compra y lo recibido )
       01  FV-Registro.
           05 FV-Vendedor PIC X(20).
           05 FV-Factura PIC X(12).
           05 FV-FechaFactura PIC 9(8).
           05 FV-FechaVencimiento PIC 9(8).
           05 FV-Orden PIC 9(6).
           05 FV-Sku PIC X(10).
           05 FV-Cantidad PIC 9(7).
           05 FV-Precio PIC 99V99.
