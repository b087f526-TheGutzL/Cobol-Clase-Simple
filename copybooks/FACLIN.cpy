      *( linea del registro duradero de facturas, indexada por
      *  numero de factura y numero de linea dentro de ella; la
      *  linea guarda la categoria y el tipo de IVA aplicados para
      *  que el abono repita el mismo tipo; la linea de descuento
      *  por beca va sin unidades y con importe negativo )
       01  RL-Registro.
           05 RL-Clave.
              10 RL-Factura PIC 9(8).
              10 RL-Linea PIC 9(3).
           05 RL-Sku PIC X(10).
           05 RL-Cantidad PIC 9(5).
           05 RL-Importe PIC S9(9)V99.
           05 RL-CantidadDevuelta PIC 9(5).
           05 RL-CategoriaIva PIC X.
           05 RL-PorcIva PIC 99V99.
