      *( linea de presupuesto de venta: la emite Presupuestos
      *  con numeracion propia, al precio de la version vigente
      *  en la fecha del presupuesto con la promocion o el tramo
      *  por cantidad que aplicaria la facturacion. Queda pendiente
      *  hasta que GestionaPresupuestos lo da por ganado (genera
      *  el pedido al precio neto presupuestado), perdido o
      *  caducado al pasar la fecha de validez. El vendedor es el
      *  numero de empleado del comercial, que pasa al pedido )
       01  PQ-Registro.
           05 PQ-Numero PIC 9(6).
           05 PQ-Linea PIC 99.
           05 PQ-Fecha PIC 9(8).
           05 PQ-FechaValidez PIC 9(8).
           05 PQ-ClienteId PIC 9(6).
           05 PQ-Cliente PIC X(20).
           05 PQ-Sku PIC X(10).
           05 PQ-Cantidad PIC 9(5).
           05 PQ-PrecioTarifa PIC 99V99.
           05 PQ-PorcDescuento PIC 99V99.
           05 PQ-Campana PIC X(8).
           05 PQ-PrecioNeto PIC 99V9(4).
           05 PQ-Importe PIC 9(9)V99.
           05 PQ-Estado PIC X.
              88 PQ-PENDIENTE VALUE "P".
              88 PQ-GANADO VALUE "A".
              88 PQ-PERDIDO VALUE "R".
              88 PQ-CADUCADO VALUE "C".
           05 PQ-FechaEstado PIC 9(8).
           05 PQ-Pedido PIC 9(6).
           05 PQ-VendedorId PIC 9(6).
