           05 DV-Factura PIC 9(8).
           05 DV-Sku PIC X(10).
           05 DV-Cantidad PIC 9(5).
           05 DV-PorcProrrata PIC 999V99.
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
           05 MV-Sku PIC X(10).
           05 MV-Cantidad PIC 9(5).
           05 MV-Coste PIC 9(5)V99.
           05 MV-Almacen PIC XX.
           05 MV-AlmacenDestino PIC XX.
           05 MV-Traspaso PIC 9(6).
       FD  ArchivoAbonos.
       COPY "ABONOREG.cpy".
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimoAbono PIC 9(8).
       77  FinLineas PIC X VALUE "N".
           88 NoHayMasLineas VALUE "S".
       77  PorcIVA PIC 99V99 VALUE 21,00.
       77  CategoriaAbono PIC X VALUE "G".
       77  PorcAbono PIC 99V99 VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  AlmacenCentral PIC XX VALUE "01".
       77  UltimoAbono PIC 9(8) VALUE ZEROS.
       77  FacturaHalladaFlag PIC X VALUE "N".
           88 FacturaHallada VALUE "S".
       77  ProrrataFlag PIC X VALUE "N".
           88 EsProrrata VALUE "S".
       77  BaseCuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PorcEditado PIC ZZ9,99.
       77  CantidadDevolvible PIC 9(7) VALUE ZEROS.
       77  CantidadPorAplicar PIC 9(5) VALUE ZEROS.
       77  CantidadEnLinea PIC 9(5) VALUE ZEROS.
               AT END MOVE "S" TO FinDevoluciones.

       ProcesaDevolucion.
           MOVE "N" TO ProrrataFlag.
           IF DV-PorcProrrata IS NUMERIC
               IF DV-PorcProrrata > ZEROS
                   MOVE "S" TO ProrrataFlag.
           PERFORM BuscaFactura.
           IF NOT FacturaHallada
               PERFORM RechazaDevolucion
           ELSE
           IF EsProrrata
               PERFORM MideCuota
               IF CantidadDevolvible = ZEROS OR BaseCuota NOT > ZEROS
                   PERFORM RechazaDevolucion
               ELSE
                   PERFORM EmiteAbonoProrrata
               END-IF
           ELSE
               PERFORM MideDevolvible
               IF DV-Cantidad > CantidadDevolvible
               END-IF
               PERFORM LeeLinea.

      *( el abono repite la categoria y el tipo de IVA de la
      *  linea facturada; una linea anterior al desglose por
      *  tramos va al tipo general de factura_param )
       EmiteAbono.
           MOVE DV-Cantidad TO CantidadPorAplicar.
           MOVE ZEROS TO BaseAbono.
           MOVE "G" TO CategoriaAbono.
           MOVE PorcIVA TO PorcAbono.
           MOVE "N" TO FinLineas.
           MOVE DV-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           PERFORM LeeLinea.
           PERFORM AplicaSobreLinea UNTIL NoHayMasLineas
               OR CantidadPorAplicar = ZEROS.
           COMPUTE IvaAbono ROUNDED = BaseAbono * PorcAbono / 100.
           COMPUTE TotalAbono = BaseAbono + IvaAbono.
           ADD 1 TO UltimoAbono.
           ADD 1 TO TotalAbonos.
           MOVE BaseAbono TO AB-Base.
           MOVE IvaAbono TO AB-Iva.
           MOVE TotalAbono TO AB-Total.
           MOVE CategoriaAbono TO AB-CategoriaIva.
           MOVE PorcAbono TO AB-PorcIva.
           WRITE AB-Registro.
           PERFORM DevuelveStock.
           PERFORM RebajaPartida.
                       RL-Importe / RL-Cantidad
                   COMPUTE BaseAbono ROUNDED = BaseAbono +
                       (CantidadEnLinea * PrecioUnitario)
                   IF RL-CategoriaIva NOT = SPACE
                       MOVE RL-CategoriaIva TO CategoriaAbono
                       MOVE RL-PorcIva TO PorcAbono
                   END-IF
                   ADD CantidadEnLinea TO RL-CantidadDevuelta
                   SUBTRACT CantidadEnLinea FROM CantidadPorAplicar
                   REWRITE RL-Registro
               END-IF
           END-IF.

      *( abono a prorrata de una cuota de curso por baja del
      *  alumno a mitad de termino: se abona el porcentaje pedido
      *  del importe de la cuota aun no abonado, neto del
      *  descuento por beca de la factura, y la cuota queda como
      *  devuelta entera para que no se abone dos veces; no hay
      *  genero que vuelva al almacen )
       MideCuota.
           MOVE ZEROS TO CantidadDevolvible.
           MOVE ZEROS TO BaseCuota.
           MOVE "N" TO FinLineas.
           MOVE DV-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           START ArchivoFacturasLin
               KEY IS NOT LESS THAN RL-Clave
               INVALID KEY
                   MOVE "S" TO FinLineas
           END-START.
           PERFORM LeeLinea.
           PERFORM MideLineaCuota UNTIL NoHayMasLineas.

       MideLineaCuota.
           IF RL-Factura NOT = DV-Factura
               MOVE "S" TO FinLineas
           ELSE
               IF RL-Sku = DV-Sku
                   AND RL-Cantidad > RL-CantidadDevuelta
                   COMPUTE CantidadDevolvible = CantidadDevolvible
                       + RL-Cantidad - RL-CantidadDevuelta
                   COMPUTE BaseCuota ROUNDED = BaseCuota +
                       RL-Importe * (RL-Cantidad - RL-CantidadDevuelta)
                       / RL-Cantidad
               END-IF
               IF RL-Cantidad = ZEROS AND RL-Importe < ZEROS
                   ADD RL-Importe TO BaseCuota
               END-IF
               PERFORM LeeLinea.

       EmiteAbonoProrrata.
           COMPUTE BaseAbono ROUNDED =
               BaseCuota * DV-PorcProrrata / 100.
           MOVE "G" TO CategoriaAbono.
           MOVE PorcIVA TO PorcAbono.
           MOVE "N" TO FinLineas.
           MOVE DV-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           START ArchivoFacturasLin
               KEY IS NOT LESS THAN RL-Clave
               INVALID KEY
                   MOVE "S" TO FinLineas
           END-START.
           PERFORM LeeLinea.
           PERFORM CierraLineaCuota UNTIL NoHayMasLineas.
           COMPUTE IvaAbono ROUNDED = BaseAbono * PorcAbono / 100.
           COMPUTE TotalAbono = BaseAbono + IvaAbono.
           ADD 1 TO UltimoAbono.
           ADD 1 TO TotalAbonos.
           ADD TotalAbono TO TotalImporteAbonado.
           MOVE UltimoAbono TO AB-Numero.
           MOVE DV-Factura TO AB-Factura.
           MOVE RF-ClienteId TO AB-ClienteId.
           MOVE FechaHoy TO AB-Fecha.
           MOVE DV-Sku TO AB-Sku.
           MOVE ZEROS TO AB-Cantidad.
           MOVE BaseAbono TO AB-Base.
           MOVE IvaAbono TO AB-Iva.
           MOVE TotalAbono TO AB-Total.
           MOVE CategoriaAbono TO AB-CategoriaIva.
           MOVE PorcAbono TO AB-PorcIva.
           WRITE AB-Registro.
           PERFORM RebajaPartida.
           PERFORM EscribeLineaAbono.

       CierraLineaCuota.
           IF RL-Factura NOT = DV-Factura
               MOVE "S" TO FinLineas
           ELSE
               IF RL-Sku = DV-Sku
                   AND RL-Cantidad > RL-CantidadDevuelta
                   IF RL-CategoriaIva NOT = SPACE
                       MOVE RL-CategoriaIva TO CategoriaAbono
                       MOVE RL-PorcIva TO PorcAbono
                   END-IF
                   MOVE RL-Cantidad TO RL-CantidadDevuelta
                   REWRITE RL-Registro
               END-IF
               PERFORM LeeLinea.

      *( el genero vuelve al almacen que sirve al cliente, el
      *  mismo desde el que FacturaPedidos lo descargo; sin almacen
      *  asignado, al central )
       DevuelveStock.
           MOVE "R" TO MV-Tipo.
           MOVE DV-Sku TO MV-Sku.
           MOVE DV-Cantidad TO MV-Cantidad.
           MOVE ZEROS TO MV-Coste.
           MOVE AlmacenCentral TO MV-Almacen.
           MOVE SPACES TO MV-AlmacenDestino.
           MOVE ZEROS TO MV-Traspaso.
           MOVE RF-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-Almacen NOT = SPACES
                       MOVE CLI-Almacen TO MV-Almacen
                   END-IF
           END-READ.
           WRITE MV-Registro.

       RebajaPartida.
               STRING "Devolucion rechazada: factura " DV-Factura
                   " no existe"
                   DELIMITED BY SIZE INTO LineaDevolucion
           ELSE
           IF EsProrrata
               STRING "Abono a prorrata rechazado: cuota " DV-Sku
                   " de la factura " DV-Factura
                   " ya abonada o sin importe"
                   DELIMITED BY SIZE INTO LineaDevolucion
           ELSE
               STRING "Devolucion rechazada: " DV-Sku
                   " de la factura " DV-Factura
       EscribeLineaAbono.
           MOVE TotalAbono TO ImporteEditado.
           MOVE SPACES TO LineaDevolucion.
           IF EsProrrata
               MOVE DV-PorcProrrata TO PorcEditado
               STRING "Abono " AB-Numero " factura " DV-Factura
                   " " DV-Sku " prorrata " PorcEditado " %"
                   " importe " ImporteEditado
                   DELIMITED BY SIZE INTO LineaDevolucion
           ELSE
               STRING "Abono " AB-Numero " factura " DV-Factura
                   " " DV-Sku " x " DV-Cantidad
                   " importe " ImporteEditado
                   DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

