      *( abono emitido por devolucion de genero: lo escribe
      *  ProcesaDevoluciones con numeracion propia y rebaja la
      *  partida de la factura original; lo leen el extracto de
      *  cuenta del cliente, los informes de ventas y el libro de
      *  IVA repercutido, con la categoria y el tipo de IVA de la
      *  linea facturada )
       01  AB-Registro.
           05 AB-Numero PIC 9(8).
           05 AB-Factura PIC 9(8).
           05 AB-ClienteId PIC 9(6).
           05 AB-Fecha PIC 9(8).
           05 AB-Sku PIC X(10).
           05 AB-Cantidad PIC 9(5).
           05 AB-Base PIC 9(9)V99.
           05 AB-Iva PIC 9(9)V99.
           05 AB-Total PIC 9(9)V99.
           05 AB-CategoriaIva PIC X.
           05 AB-PorcIva PIC 99V99.
