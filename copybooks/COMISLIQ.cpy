      *( comisiones ya liquidadas, indexadas por factura y abono:
      *  LiquidaComisiones anota aqui cada factura cobrada que ha
      *  pagado al vendedor (abono en ceros) y cada abono que ha
      *  descontado, para que ninguna factura ni abono se liquide
      *  dos veces aunque el proceso se repita )
       01  LQ-Registro.
           05 LQ-Clave.
              10 LQ-Factura PIC 9(8).
              10 LQ-Abono PIC 9(8).
           05 LQ-VendedorId PIC 9(6).
           05 LQ-Periodo PIC 9(6).
           05 LQ-Base PIC S9(9)V99.
           05 LQ-Comision PIC S9(7)V99.
