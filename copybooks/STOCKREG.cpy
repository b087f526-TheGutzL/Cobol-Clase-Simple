      *( registro del maestro de existencias, indexado por SKU:
      *  lo actualizan MovimientosStock y la facturacion, y los
      *  niveles minimo y maximo por SKU alimentan la propuesta
      *  nocturna de compras SugierePedidos y los recalcula cada
      *  mes RecalculaNiveles sobre la demanda; la categoria de IVA
      *  del articulo decide el tipo que aplica la facturacion, y
      *  en blanco vale el tipo general. La clase ABC la fija
      *  ClasificaAbc por valor de venta anual y marca cada cuanto
      *  se cuenta el articulo en el recuento ciclico; la fecha del
      *  ultimo recuento la anota ReconciliaInventario )
       01  ST-Registro.
           05 ST-Sku PIC X(10).
           05 ST-Cantidad PIC S9(7).
           05 ST-Minimo PIC 9(7).
           05 ST-Maximo PIC 9(7).
           05 ST-CosteMedio PIC 9(5)V9(4).
           05 ST-CategoriaIva PIC X.
              88 ST-IVA-GENERAL VALUE "G" SPACE.
              88 ST-IVA-REDUCIDO VALUE "R".
              88 ST-IVA-EXENTO VALUE "E".
           05 ST-ClaseAbc PIC X.
              88 ST-CLASE-A VALUE "A".
              88 ST-CLASE-B VALUE "B".
              88 ST-CLASE-C VALUE "C" SPACE.
           05 ST-FechaRecuento PIC 9(8).
