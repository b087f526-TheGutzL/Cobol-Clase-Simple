      *( orden de compra a vendedor, indexada por numero: la
      *  levanta MantenimientoCompras, RecibeMercancia casa las
      *  recepciones contra ella y la cierra al completarse; la
      *  fecha prometida por el vendedor mide la puntualidad en
      *  EvaluaProveedores; CasaFacturasProveedor acumula lo ya
      *  facturado para no casar dos veces la misma recepcion )
       01  OC-Registro.
           05 OC-Numero PIC 9(6).
           05 OC-Vendedor PIC X(20).
           05 OC-Estado PIC X.
              88 OC-ABIERTA VALUE "A".
              88 OC-CERRADA VALUE "C".
           05 OC-FechaPrometida PIC 9(8).
           05 OC-CantidadFacturada PIC 9(7).
