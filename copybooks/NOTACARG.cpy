      *( nota de cargo al proveedor por devolucion de genero:
      *  la emite DevuelveProveedor con numeracion propia contra
      *  la recepcion original (orden y fecha de recepcion), al
      *  precio acordado de la orden; lo ya devuelto de cada
      *  recepcion se suma de aqui para no devolver mas de lo
      *  recibido. Queda abierta hasta compensarla con el
      *  proveedor )
       01  NC-Registro.
           05 NC-Numero PIC 9(8).
           05 NC-Fecha PIC 9(8).
           05 NC-Proveedor PIC X(20).
           05 NC-Orden PIC 9(6).
           05 NC-FechaRecepcion PIC 9(8).
           05 NC-Sku PIC X(10).
           05 NC-Cantidad PIC 9(7).
           05 NC-PrecioAcordado PIC 99V99.
           05 NC-Importe PIC 9(9)V99.
           05 NC-Almacen PIC XX.
           05 NC-Motivo PIC X(30).
           05 NC-Estado PIC X.
              88 NC-ABIERTA VALUE "A".
              88 NC-COMPENSADA VALUE "C".
