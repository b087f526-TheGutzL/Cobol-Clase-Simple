      *( existencias por lote de los articulos perecederos,
      *  indexadas por SKU y lote: las da de alta RecibeMercancia
      *  con la fecha de caducidad de la recepcion y las consume
      *  FacturaPedidos empezando por el lote que antes caduca;
      *  el total del SKU sigue en ST-Cantidad del maestro )
       01  SL-Registro.
           05 SL-Clave.
              10 SL-Sku PIC X(10).
              10 SL-Lote PIC X(12).
           05 SL-FechaCaducidad PIC 9(8).
           05 SL-FechaEntrada PIC 9(8).
           05 SL-Cantidad PIC S9(7).
