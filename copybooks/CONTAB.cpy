      *( apunte contable del fichero comun de traspaso al mayor:
      *  lo alimentan NominaMensual, FacturaPedidos y el devengo
      *  de intereses, y CuadraAsientos comprueba que cada lote
      *  cuadra debe contra haber; MayorizaAsientos lo lleva a
      *  los saldos del mayor por cuenta y periodo )
       01  AS-Registro.
           05 AS-Cuenta PIC X(8).
           05 AS-DebeHaber PIC X.
