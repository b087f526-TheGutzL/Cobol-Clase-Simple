      *( cabecera del registro duradero de facturas, indexado por
      *  el numero de factura correlativo y sin huecos que asigna
      *  FacturaPedidos; lo consultan ConsultaFactura y el
      *  proceso de abonos; el desglose guarda base y cuota por
      *  tramo de IVA (general, reducido y exento) para el libro
      *  de IVA repercutido; el vendedor es el numero de empleado
      *  del comercial del pedido, base de las comisiones )
       01  RF-Registro.
           05 RF-Factura PIC 9(8).
           05 RF-Pedido PIC 9(6).
           05 RF-Base PIC 9(9)V99.
           05 RF-Iva PIC 9(9)V99.
           05 RF-Total PIC 9(9)V99.
           05 RF-DesgloseIva.
              10 RF-TramoIva OCCURS 3 TIMES.
                 15 RF-CategoriaIva PIC X.
                 15 RF-PorcIva PIC 99V99.
                 15 RF-BaseTramo PIC 9(9)V99.
                 15 RF-CuotaTramo PIC 9(9)V99.
           05 RF-VendedorId PIC 9(6).
