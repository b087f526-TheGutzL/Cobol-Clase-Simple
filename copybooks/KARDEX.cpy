      *( asiento del kardex permanente de existencias: cada
      *  movimiento aplicado queda fechado con su tipo, cantidad
      *  y el saldo resultante, para poder rastrear como se llego
      *  a un saldo; lo escriben MovimientosStock, la facturacion,
      *  la recepcion de compras y las devoluciones a proveedor
      *  (D), y lo consulta ConsultaKardex.
      *  El lote solo se informa en los articulos perecederos que
      *  se reciben y se sirven por lote; el saldo es siempre el
      *  total de la empresa y el almacen dice donde se movio )
       01  KX-Registro.
           05 KX-Sku PIC X(10).
           05 KX-Fecha PIC 9(8).
           05 KX-Cantidad PIC 9(7).
           05 KX-Saldo PIC S9(7).
           05 KX-Origen PIC X(15).
           05 KX-Lote PIC X(12).
           05 KX-Almacen PIC XX.
