               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT OPTIONAL ArchivoContratos
               ASSIGN TO "precios_contrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-Clave
               FILE STATUS IS EstadoContratos.
           SELECT OPTIONAL ArchivoVersiones
               ASSIGN TO "precios_versiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoLotes ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Clave
               FILE STATUS IS EstadoLotes.
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT ArchivoPendientes
               ASSIGN TO "pedidos_pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 PD-ClienteId PIC 9(6).
           05 PD-Sku PIC X(10).
           05 PD-Cantidad PIC 9(5).
           05 PD-Presupuesto PIC 9(6).
           05 PD-PrecioPactado PIC 99V9(4).
           05 PD-VendedorId PIC 9(6).
           05 PD-TipoLinea PIC X.
              88 PD-LineaBeca VALUE "B".
           05 PD-TipoBeca PIC X.
           05 PD-PorcBeca PIC 999V99.
           05 PD-ImporteBeca PIC 9(5)V99.
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  ArchivoVersiones.
       01  PV-Registro.
           05 PV-Sku PIC X(10).
       FD  ArchivoParametros.
       01  PAR-Registro.
           05 PAR-PorcIVA PIC 99V99.
           05 PAR-PorcIVAReducido PIC 99V99.
       FD  ReporteFacturas.
       01  LineaFactura PIC X(80).
       FD  ReporteEdicion.
       COPY "ARPART.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoLotes.
       COPY "STKLOTE.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoPendientes.
           05 BO-ClienteId PIC 9(6).
           05 BO-Sku PIC X(10).
           05 BO-Cantidad PIC 9(5).
           05 BO-VendedorId PIC 9(6).
           05 BO-Presupuesto PIC 9(6).
           05 BO-PrecioPactado PIC 99V9(4).
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
           88 NoHayPedidos VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoContratos PIC XX VALUE "00".
           88 NoHayContratos VALUE "05".
       01  EstadoDescuentos PIC XX VALUE "00".
           88 NoHayDescuentos VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
       77  FinPedidos PIC X VALUE "N".
           88 NoHayMasPedidos VALUE "S".
       77  PorcIVA PIC 99V99 VALUE 21,00.
       77  PorcIVAReducido PIC 99V99 VALUE 10,00.
       77  TramoLinea PIC 9 VALUE 1.
       77  IdxTramo PIC 9 VALUE ZEROS.
       01  TablaTramosIva.
           05 TRI-Entrada OCCURS 3 TIMES.
               10 TRI-Categoria PIC X.
               10 TRI-Porc PIC 99V99.
               10 TRI-Base PIC S9(9)V99 COMP-3.
               10 TRI-Cuota PIC S9(9)V99 COMP-3.
       77  TotalLecturasPrecio PIC 9(6) VALUE ZEROS.
       77  TotalDescuentos PIC 99 VALUE ZEROS.
       77  PrecioHalladoFlag PIC X VALUE "N".
           88 PromoHallada VALUE "S".
       77  PrecioPromo PIC 99V99 VALUE ZEROS.
       77  TotalLineasPromo PIC 9(4) VALUE ZEROS.
       77  ContratoHalladoFlag PIC X VALUE "N".
           88 ContratoHallado VALUE "S".
       77  FinContratos PIC X VALUE "N".
           88 NoHayMasContratos VALUE "S".
       77  SkuContrato PIC X(10) VALUE SPACES.
       77  ContratoPrecio PIC 99V99 VALUE ZEROS.
       77  ContratoDescuento PIC 99V99 VALUE ZEROS.
       77  ContratoReferencia PIC X(12) VALUE SPACES.
       77  PrecioContrato PIC 99V99 VALUE ZEROS.
       77  TotalLineasContrato PIC 9(4) VALUE ZEROS.
       77  TotalLineasBeca PIC 9(4) VALUE ZEROS.
       77  IdxBuscaBeca PIC 99 VALUE ZEROS.
       77  IdxLineaBecada PIC 99 VALUE ZEROS.
       77  PorcBecaEditado PIC ZZ9,99.
       01  TablaPromociones.
           05 PRM-Entrada OCCURS 50 TIMES.
               10 PRM-Sku PIC X(10).
           88 PendientesNoExiste VALUE "35".
       01  EstadoKardex PIC XX VALUE "00".
           88 KardexNoExiste VALUE "35".
       01  EstadoLotes PIC XX VALUE "00".
       77  StockHalladoFlag PIC X VALUE "N".
           88 StockHallado VALUE "S".
       77  FinLotes PIC X VALUE "N".
           88 NoHayMasLotes VALUE "S".
       77  LoteHalladoFlag PIC X VALUE "N".
           88 LoteHallado VALUE "S".
       77  LoteElegido PIC X(12) VALUE SPACES.
       77  CaducidadElegida PIC 9(8) VALUE ZEROS.
       77  CantidadPorAsignar PIC 9(7) VALUE ZEROS.
       77  CantidadLote PIC 9(7) VALUE ZEROS.
       77  SaldoKardex PIC S9(7) VALUE ZEROS.
       77  Disponible PIC S9(7) VALUE ZEROS.
       01  EstadoStockAlmacen PIC XX VALUE "00".
       77  AlmacenCentral PIC XX VALUE "01".
       77  AlmacenFactura PIC XX VALUE "01".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  CantidadAsignada PIC 9(5) VALUE ZEROS.
       77  CantidadPendiente PIC 9(5) VALUE ZEROS.
       77  TotalPendientes PIC 9(4) VALUE ZEROS.
           05 LIN-Entrada OCCURS 50 TIMES.
               10 LIN-Sku PIC X(10).
               10 LIN-Cantidad PIC 9(5).
               10 LIN-Importe PIC S9(9)V99.
               10 LIN-Pendiente PIC 9(5).
               10 LIN-Campana PIC X(8).
               10 LIN-Tramo PIC 9.
               10 LIN-Presupuesto PIC 9(6).
               10 LIN-PrecioPactado PIC 99V9(4).
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  ClienteActualId PIC 9(6) VALUE ZEROS.
       77  VendedorActual PIC 9(6) VALUE ZEROS.
       77  ModoControl PIC X VALUE SPACE.
       77  ProgramaControl PIC X(15) VALUE "FacturaPedidos".
       77  EstadoEjecucion PIC X VALUE SPACE.
               OPEN OUTPUT ReporteEdicion
               OPEN OUTPUT ReporteCredito
               OPEN INPUT ArchivoPrecios
               OPEN INPUT ArchivoContratos
               OPEN I-O ArchivoClientes
               OPEN I-O ArchivoPartidas
               OPEN I-O ArchivoStock
               OPEN I-O ArchivoLotes
               OPEN I-O ArchivoStockAlmacen
               OPEN I-O ArchivoFacturasCab
               OPEN I-O ArchivoFacturasLin
               PERFORM AbrePendientes
               END-IF
               CLOSE ArchivoPedidos
               CLOSE ArchivoPrecios
               CLOSE ArchivoContratos
               CLOSE ArchivoClientes
               CLOSE ArchivoPartidas
               CLOSE ArchivoStock
               CLOSE ArchivoLotes
               CLOSE ArchivoStockAlmacen
               CLOSE ArchivoFacturasCab
               CLOSE ArchivoFacturasLin
               CLOSE ArchivoPendientes
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       MOVE PAR-PorcIVA TO PorcIVA
                       IF PAR-PorcIVAReducido IS NUMERIC
                           MOVE PAR-PorcIVAReducido
                               TO PorcIVAReducido
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.
           MOVE "G" TO TRI-Categoria(1).
           MOVE PorcIVA TO TRI-Porc(1).
           MOVE "R" TO TRI-Categoria(2).
           MOVE PorcIVAReducido TO TRI-Porc(2).
           MOVE "E" TO TRI-Categoria(3).
           MOVE ZEROS TO TRI-Porc(3).

       CargaDescuentos.
           MOVE "N" TO FinArchivo.
       AbreFactura.
           MOVE PD-Id TO PedidoActual.
           MOVE PD-ClienteId TO ClienteActualId.
           IF PD-VendedorId IS NUMERIC
               MOVE PD-VendedorId TO VendedorActual
           ELSE
               MOVE ZEROS TO VendedorActual.
           PERFORM BuscaCliente.
           IF ClienteHallado
               MOVE CLI-Nombre TO ClienteActual
           MOVE ALL "-" TO LineaFactura.
           WRITE LineaFactura.

      *( el pedido se sirve desde el almacen asignado al
      *  cliente; sin almacen asignado, desde el central )
       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE AlmacenCentral TO AlmacenFactura.
           MOVE PD-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteHalladoFlag
                   IF CLI-Almacen NOT = SPACES
                       MOVE CLI-Almacen TO AlmacenFactura
                   END-IF
           END-READ.

       FacturaLinea.
           IF PD-LineaBeca
               PERFORM CalculaLineaBeca
           ELSE
               PERFORM BuscaPrecio
               EVALUATE TRUE
                   WHEN PD-Cantidad = ZEROS
                       PERFORM RechazaLinea
                   WHEN NOT PrecioHallado
                       PERFORM RechazaLinea
                   WHEN OTHER
                       PERFORM CalculaLinea
               END-EVALUATE.

      *( la linea de beca de FacturaCursos descuenta de la cuota
      *  ya facturada en el mismo pedido el porcentaje o el
      *  importe fijo de la beca; sale como linea aparte con
      *  importe negativo, sin unidades, con el tipo de IVA de la
      *  cuota y sin tocar existencias, y nunca deja la factura
      *  en negativo )
       CalculaLineaBeca.
           MOVE ZEROS TO IdxLineaBecada.
           PERFORM BuscaLineaBecada
               VARYING IdxBuscaBeca FROM 1 BY 1
               UNTIL IdxBuscaBeca > TotalLineasFac.
           EVALUATE TRUE
               WHEN IdxLineaBecada = ZEROS
                   PERFORM RechazaLineaBeca
               WHEN TotalLineasFac = 50
                   PERFORM RechazaLineaLlena
               WHEN OTHER
                   PERFORM AplicaLineaBeca
           END-EVALUATE.

       BuscaLineaBecada.
           IF LIN-Sku(IdxBuscaBeca) = PD-Sku
               AND LIN-Importe(IdxBuscaBeca) > ZEROS
               MOVE IdxBuscaBeca TO IdxLineaBecada.

       AplicaLineaBeca.
           IF PD-PorcBeca NOT = ZEROS
               COMPUTE ImporteLinea ROUNDED =
                   LIN-Importe(IdxLineaBecada) * PD-PorcBeca / 100
           ELSE
               MOVE PD-ImporteBeca TO ImporteLinea.
           IF ImporteLinea > BaseFactura
               MOVE BaseFactura TO ImporteLinea.
           IF ImporteLinea < ZEROS
               MOVE ZEROS TO ImporteLinea.
           ADD 1 TO TotalLineasBeca.
           SUBTRACT ImporteLinea FROM BaseFactura.
           ADD 1 TO TotalLineasFac.
           MOVE SPACES TO LIN-Sku(TotalLineasFac).
           STRING "BECA-" PD-TipoBeca
               DELIMITED BY SIZE INTO LIN-Sku(TotalLineasFac).
           MOVE ZEROS TO LIN-Cantidad(TotalLineasFac).
           COMPUTE LIN-Importe(TotalLineasFac) = ZEROS - ImporteLinea.
           MOVE ZEROS TO LIN-Pendiente(TotalLineasFac).
           MOVE SPACES TO LIN-Campana(TotalLineasFac).
           MOVE LIN-Tramo(IdxLineaBecada)
               TO LIN-Tramo(TotalLineasFac).
           MOVE ZEROS TO LIN-Presupuesto(TotalLineasFac).
           MOVE ZEROS TO LIN-PrecioPactado(TotalLineasFac).
           MOVE LIN-Importe(TotalLineasFac) TO ImporteEditado2.
           MOVE SPACES TO LineaFactura.
           IF PD-PorcBeca NOT = ZEROS
               MOVE PD-PorcBeca TO PorcBecaEditado
               STRING LIN-Sku(TotalLineasFac) " "
                   PorcBecaEditado " % de " PD-Sku
                   "      neto " ImporteEditado2
                   DELIMITED BY SIZE INTO LineaFactura
           ELSE
               STRING LIN-Sku(TotalLineasFac) " importe fijo de "
                   PD-Sku " neto " ImporteEditado2
                   DELIMITED BY SIZE INTO LineaFactura.
           WRITE LineaFactura.

       RechazaLineaBeca.
           ADD 1 TO TotalLineasRechazadas.
           MOVE SPACES TO LineaEdicion.
           STRING "Pedido " PD-Id " beca sobre " PD-Sku
               " rechazada: la cuota no esta facturada"
               DELIMITED BY SIZE INTO LineaEdicion.
           WRITE LineaEdicion.
           DISPLAY LineaEdicion.

      *( primero se busca la version de precio en vigor en la
      *  fecha de negocio, eligiendo la mejor fecha efectiva como
      *  hace BuscaImpuesto en la Calculadora; si el SKU no tiene
               MOVE CantidadPendiente
                   TO LIN-Pendiente(TotalLineasFac)
               MOVE SPACES TO LIN-Campana(TotalLineasFac)
               MOVE TramoLinea TO LIN-Tramo(TotalLineasFac)
               IF PD-Presupuesto IS NUMERIC
                   AND PD-PrecioPactado IS NUMERIC
                   MOVE PD-Presupuesto
                       TO LIN-Presupuesto(TotalLineasFac)
                   MOVE PD-PrecioPactado
                       TO LIN-PrecioPactado(TotalLineasFac)
               ELSE
                   MOVE ZEROS TO LIN-Presupuesto(TotalLineasFac)
                   MOVE ZEROS TO LIN-PrecioPactado(TotalLineasFac)
               END-IF
               IF CantidadPendiente NOT = ZEROS
                   PERFORM AnotaPendiente
               END-IF
      *( una promocion vigente en la fecha de negocio manda
      *  sobre el precio normal y sobre los descuentos por
      *  cantidad; la linea sale con el codigo de campana y la
      *  venta queda anotada para el informe de campanas. La
      *  linea que viene de un presupuesto aceptado se factura al
      *  precio neto presupuestado, sin promociones ni tramos, salvo
      *  que el contrato del cliente en vigor al facturar de un
      *  precio menor. Un precio de contrato del cliente en vigor
      *  manda sobre la tarifa, las promociones y los tramos por
      *  cantidad )
       FacturaAsignado.
           MOVE "N" TO PromoHalladaFlag.
           MOVE "N" TO ContratoHalladoFlag.
           IF PD-Presupuesto IS NUMERIC
               AND PD-Presupuesto NOT = ZEROS
               AND PD-PrecioPactado IS NUMERIC
               PERFORM BuscaContrato
               IF ContratoHallado
                   PERFORM CalculaPrecioContrato
                   IF PrecioContrato NOT < PD-PrecioPactado
                       MOVE "N" TO ContratoHalladoFlag
                   END-IF
               END-IF
               IF ContratoHallado
                   PERFORM FacturaAsignadoContrato
               ELSE
                   PERFORM FacturaAsignadoPresupuesto
               END-IF
           ELSE
               PERFORM BuscaContrato
               IF ContratoHallado
                   PERFORM FacturaAsignadoContrato
               ELSE
                   PERFORM FacturaAsignadoTarifa.
           ADD ImporteLinea TO BaseFactura.
           MOVE ImporteLinea TO LIN-Importe(TotalLineasFac).
           MOVE ImporteBruto TO ImporteEditado.
           MOVE ImporteLinea TO ImporteEditado2.
           MOVE SPACES TO LineaFactura.
           EVALUATE TRUE
               WHEN PromoHallada
                   STRING PD-Sku " x " CantidadAsignada
                       " bruto " ImporteEditado
                       " neto " ImporteEditado2
                       " campana " PRM-Campana(IdxPromoHallada)
                       DELIMITED BY SIZE INTO LineaFactura
               WHEN ContratoHallado
                   STRING PD-Sku " x " CantidadAsignada
                       " bruto " ImporteEditado
                       " neto " ImporteEditado2
                       " contrato " ContratoReferencia
                       DELIMITED BY SIZE INTO LineaFactura
               WHEN PD-Presupuesto IS NUMERIC
                   AND PD-Presupuesto NOT = ZEROS
                   STRING PD-Sku " x " CantidadAsignada
                       " bruto " ImporteEditado
                       " neto " ImporteEditado2
                       " presup. " PD-Presupuesto
                       DELIMITED BY SIZE INTO LineaFactura
               WHEN OTHER
                   STRING PD-Sku " x " CantidadAsignada
                       " bruto " ImporteEditado
                       " neto " ImporteEditado2
                       DELIMITED BY SIZE INTO LineaFactura
           END-EVALUATE.
           WRITE LineaFactura.

       FacturaAsignadoPresupuesto.
           COMPUTE ImporteBruto ROUNDED =
               CantidadAsignada * PrecioVigente
               ON SIZE ERROR
                   MOVE ZEROS TO ImporteBruto
           END-COMPUTE.
           COMPUTE ImporteLinea ROUNDED =
               CantidadAsignada * PD-PrecioPactado
               ON SIZE ERROR
                   MOVE ZEROS TO ImporteLinea
           END-COMPUTE.

       CalculaPrecioContrato.
           IF ContratoPrecio NOT = ZEROS
               MOVE ContratoPrecio TO PrecioContrato
           ELSE
               COMPUTE PrecioContrato ROUNDED = PrecioVigente *
                   (100 - ContratoDescuento) / 100.

       FacturaAsignadoContrato.
           PERFORM CalculaPrecioContrato.
           COMPUTE ImporteBruto ROUNDED =
               CantidadAsignada * PrecioVigente
               ON SIZE ERROR
                   MOVE ZEROS TO ImporteBruto
           END-COMPUTE.
           COMPUTE ImporteLinea ROUNDED =
               CantidadAsignada * PrecioContrato
               ON SIZE ERROR
                   MOVE ZEROS TO ImporteLinea
           END-COMPUTE.
           ADD 1 TO TotalLineasContrato.

      *( el contrato del SKU concreto manda sobre el descuento de
      *  catalogo del mismo cliente; de los contratos de la clave
      *  vale el de inicio mas reciente en vigor en la fecha de
      *  negocio, con fin en ceros como contrato sin vencimiento )
       BuscaContrato.
           MOVE "N" TO ContratoHalladoFlag.
           MOVE PD-Sku TO SkuContrato.
           PERFORM BuscaContratoClave.
           IF NOT ContratoHallado
               MOVE SPACES TO SkuContrato
               PERFORM BuscaContratoClave.

       BuscaContratoClave.
           MOVE "N" TO FinContratos.
           MOVE ClienteActualId TO CT-ClienteId.
           MOVE SkuContrato TO CT-Sku.
           MOVE ZEROS TO CT-FechaDesde.
           IF NoHayContratos
               MOVE "S" TO FinContratos
           ELSE
               START ArchivoContratos
                   KEY IS NOT LESS THAN CT-Clave
                   INVALID KEY
                       MOVE "S" TO FinContratos
               END-START.
           PERFORM CompruebaContrato UNTIL NoHayMasContratos.

       CompruebaContrato.
           READ ArchivoContratos NEXT
               AT END MOVE "S" TO FinContratos
               NOT AT END
                   IF CT-ClienteId NOT = ClienteActualId
                       OR CT-Sku NOT = SkuContrato
                       OR CT-FechaDesde > FechaNegocio
                       MOVE "S" TO FinContratos
                   ELSE
                       PERFORM AnotaContrato
                   END-IF
           END-READ.

       AnotaContrato.
           IF CT-FechaHasta = ZEROS
               OR CT-FechaHasta >= FechaNegocio
               MOVE "S" TO ContratoHalladoFlag
               MOVE CT-Precio TO ContratoPrecio
               MOVE CT-PorcDescuento TO ContratoDescuento
               MOVE CT-Referencia TO ContratoReferencia.

       FacturaAsignadoTarifa.
           PERFORM BuscaPromocion.
           IF PromoHallada
               PERFORM CalculaPrecioPromo
               ELSE
                   COMPUTE ImporteLinea ROUNDED = ImporteBruto *
                       (100 - DSC-Descuento(IdxTramoElegido)) / 100.

      *( la facturacion solo sirve lo que hay en existencias; el
      *  resto de la linea pasa al fichero de pendientes que el
      *  proceso LiberaPendientes reencola al llegar genero; la
      *  categoria de IVA del articulo fija el tramo de la linea.
      *  Los lotes ya caducados no se pueden servir y no cuentan
      *  como disponibles. Solo cuenta lo que hay en el almacen
      *  del cliente )
       AsignaStock.
           MOVE "N" TO StockHalladoFlag.
           MOVE ZEROS TO Disponible.
           MOVE 1 TO TramoLinea.
           MOVE PD-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO StockHalladoFlag
                   IF ST-IVA-REDUCIDO
                       MOVE 2 TO TramoLinea
                   END-IF
                   IF ST-IVA-EXENTO
                       MOVE 3 TO TramoLinea
                   END-IF
           END-READ.
           IF StockHallado
               PERFORM CalculaDisponibleAlmacen
               PERFORM RestaLotesCaducados.
           PERFORM RestaReservadoOrden.
           IF PD-Cantidad > Disponible
               MOVE Disponible TO CantidadAsignada
               MOVE PD-Cantidad TO CantidadAsignada
               MOVE ZEROS TO CantidadPendiente.

      *( en el central queda el total del maestro menos lo que
      *  esta en los demas almacenes y lo que esta en transito; en
      *  los demas, lo que diga su registro de stock_almacenes.dat )
       CalculaDisponibleAlmacen.
           IF AlmacenFactura = AlmacenCentral
               MOVE ST-Cantidad TO Disponible
           ELSE
               MOVE ZEROS TO Disponible.
           MOVE "N" TO FinAlmacenes.
           MOVE PD-Sku TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen KEY IS NOT LESS THAN SA-Clave
               INVALID KEY MOVE "S" TO FinAlmacenes
           END-START.
           PERFORM SumaUnAlmacen UNTIL NoHayMasAlmacenes.
           IF Disponible < ZEROS
               MOVE ZEROS TO Disponible.

       SumaUnAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes
               NOT AT END
                   IF SA-Sku NOT = PD-Sku
                       MOVE "S" TO FinAlmacenes
                   ELSE
                       IF AlmacenFactura = AlmacenCentral
                           SUBTRACT SA-Cantidad FROM Disponible
                           SUBTRACT SA-EnTransito FROM Disponible
                       ELSE
                           IF SA-Almacen = AlmacenFactura
                               MOVE SA-Cantidad TO Disponible
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RestaLotesCaducados.
           MOVE "N" TO FinLotes.
           MOVE PD-Sku TO SL-Sku.
           MOVE LOW-VALUES TO SL-Lote.
           START ArchivoLotes KEY IS NOT LESS THAN SL-Clave
               INVALID KEY MOVE "S" TO FinLotes
           END-START.
           PERFORM RestaUnLoteCaducado UNTIL NoHayMasLotes.

       RestaUnLoteCaducado.
           READ ArchivoLotes NEXT
               AT END MOVE "S" TO FinLotes
               NOT AT END
                   IF SL-Sku NOT = PD-Sku
                       MOVE "S" TO FinLotes
                   ELSE
                       IF SL-Cantidad > ZEROS
                           AND SL-FechaCaducidad < FechaNegocio
                           SUBTRACT SL-Cantidad FROM Disponible
                       END-IF
                   END-IF
           END-READ.

      *( las lineas ya anotadas del mismo pedido reservan
      *  existencias aunque el descuento real se aplique al
      *  cerrar la factura )
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-Cantidad TO SaldoKardex
                   SUBTRACT LIN-Cantidad(IdxLinea)
                       FROM ST-Cantidad
                   REWRITE ST-Registro
                   IF AlmacenFactura NOT = AlmacenCentral
                       PERFORM DescuentaAlmacenLinea
                   END-IF
                   PERFORM SirveLotesLinea
           END-READ.

       DescuentaAlmacenLinea.
           MOVE LIN-Sku(IdxLinea) TO SA-Sku.
           MOVE AlmacenFactura TO SA-Almacen.
           READ ArchivoStockAlmacen KEY IS SA-Clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT LIN-Cantidad(IdxLinea) FROM SA-Cantidad
                   REWRITE SA-Registro
           END-READ.

      *( salida por lotes, primero el que antes caduca (FEFO):
      *  cada lote consumido deja su propio asiento de kardex y
      *  lo que no cubren los lotes (articulo no perecedero)
      *  sale en un asiento sin lote )
       SirveLotesLinea.
           MOVE LIN-Cantidad(IdxLinea) TO CantidadPorAsignar.
           MOVE "S" TO LoteHalladoFlag.
           PERFORM SirveUnLote
               UNTIL CantidadPorAsignar = ZEROS OR NOT LoteHallado.
           IF CantidadPorAsignar NOT = ZEROS
               MOVE SPACES TO KX-Lote
               MOVE CantidadPorAsignar TO KX-Cantidad
               MOVE ST-Cantidad TO SaldoKardex
               PERFORM AnotaKardexLinea.

       SirveUnLote.
           PERFORM BuscaLoteFefo.
           IF LoteHallado
               MOVE LIN-Sku(IdxLinea) TO SL-Sku
               MOVE LoteElegido TO SL-Lote
               READ ArchivoLotes KEY IS SL-Clave
                   INVALID KEY
                       MOVE "N" TO LoteHalladoFlag
                   NOT INVALID KEY
                       IF SL-Cantidad < CantidadPorAsignar
                           MOVE SL-Cantidad TO CantidadLote
                       ELSE
                           MOVE CantidadPorAsignar TO CantidadLote
                       END-IF
                       SUBTRACT CantidadLote FROM SL-Cantidad
                       REWRITE SL-Registro
                       SUBTRACT CantidadLote FROM CantidadPorAsignar
                       SUBTRACT CantidadLote FROM SaldoKardex
                       MOVE SL-Lote TO KX-Lote
                       MOVE CantidadLote TO KX-Cantidad
                       PERFORM AnotaKardexLinea
               END-READ.

       BuscaLoteFefo.
           MOVE "N" TO LoteHalladoFlag.
           MOVE "N" TO FinLotes.
           MOVE SPACES TO LoteElegido.
           MOVE ZEROS TO CaducidadElegida.
           MOVE LIN-Sku(IdxLinea) TO SL-Sku.
           MOVE LOW-VALUES TO SL-Lote.
           START ArchivoLotes KEY IS NOT LESS THAN SL-Clave
               INVALID KEY MOVE "S" TO FinLotes
           END-START.
           PERFORM ExaminaLoteFefo UNTIL NoHayMasLotes.

       ExaminaLoteFefo.
           READ ArchivoLotes NEXT
               AT END MOVE "S" TO FinLotes
               NOT AT END
                   IF SL-Sku NOT = LIN-Sku(IdxLinea)
                       MOVE "S" TO FinLotes
                   ELSE
                       IF SL-Cantidad > ZEROS
                           AND SL-FechaCaducidad >= FechaNegocio
                           AND (NOT LoteHallado
                           OR SL-FechaCaducidad < CaducidadElegida)
                           MOVE "S" TO LoteHalladoFlag
                           MOVE SL-Lote TO LoteElegido
                           MOVE SL-FechaCaducidad TO CaducidadElegida
                       END-IF
                   END-IF
           END-READ.

       AnotaKardexLinea.
           ACCEPT KX-Fecha FROM DATE YYYYMMDD.
           ACCEPT KX-Hora FROM TIME.
           MOVE "I" TO KX-Tipo.
           MOVE SaldoKardex TO KX-Saldo.
           MOVE "FacturaPedidos" TO KX-Origen.
           MOVE AlmacenFactura TO KX-Almacen.
           WRITE KX-Registro.

       GrabaPendienteLinea.
           MOVE PedidoActual TO BO-Id.
           MOVE ClienteActual TO BO-Cliente.
           MOVE ClienteActualId TO BO-ClienteId.
           MOVE VendedorActual TO BO-VendedorId.
           MOVE LIN-Sku(IdxLinea) TO BO-Sku.
           MOVE LIN-Pendiente(IdxLinea) TO BO-Cantidad.
           MOVE LIN-Presupuesto(IdxLinea) TO BO-Presupuesto.
           MOVE LIN-PrecioPactado(IdxLinea) TO BO-PrecioPactado.
           WRITE BO-Registro.

       GrabaVentaCampana.
           DISPLAY LineaEdicion.

       CierraFactura.
           PERFORM CalculaDesgloseIva.
           COMPUTE TotalFactura = BaseFactura + CuotaIVA.
           PERFORM CompruebaCredito.
           IF MotivoRetencion NOT = SPACES
           STRING "Base imponible: " ImporteEditado
               DELIMITED BY SIZE INTO LineaFactura.
           WRITE LineaFactura.
           PERFORM EscribeTramoIva
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.
           MOVE TotalFactura TO ImporteEditado.
           MOVE SPACES TO LineaFactura.
           STRING "Total factura:  " ImporteEditado
               DELIMITED BY SIZE INTO LineaFactura.
           WRITE LineaFactura.

      *( la cuota se calcula por tramo de IVA sobre la base de
      *  las lineas de cada categoria y se redondea por tramo,
      *  como se declara en el libro de IVA repercutido )
       CalculaDesgloseIva.
           MOVE ZEROS TO CuotaIVA.
           PERFORM IniciaTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.
           PERFORM AcumulaTramoLinea
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > TotalLineasFac.
           PERFORM CalculaCuotaTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.

       IniciaTramo.
           MOVE ZEROS TO TRI-Base(IdxTramo).
           MOVE ZEROS TO TRI-Cuota(IdxTramo).

       AcumulaTramoLinea.
           MOVE LIN-Tramo(IdxLinea) TO IdxTramo.
           ADD LIN-Importe(IdxLinea) TO TRI-Base(IdxTramo).

       CalculaCuotaTramo.
           COMPUTE TRI-Cuota(IdxTramo) ROUNDED =
               TRI-Base(IdxTramo) * TRI-Porc(IdxTramo) / 100.
           ADD TRI-Cuota(IdxTramo) TO CuotaIVA.

       EscribeTramoIva.
           IF TRI-Base(IdxTramo) NOT = ZEROS
               MOVE TRI-Cuota(IdxTramo) TO ImporteEditado
               MOVE TRI-Porc(IdxTramo) TO IvaEditado
               MOVE SPACES TO LineaFactura
               IF TRI-Categoria(IdxTramo) = "E"
                   MOVE TRI-Base(IdxTramo) TO ImporteEditado
                   STRING "Exento de IVA, base:    " ImporteEditado
                       DELIMITED BY SIZE INTO LineaFactura
               ELSE
                   STRING "IVA (" IvaEditado " por ciento): "
                       ImporteEditado
                       DELIMITED BY SIZE INTO LineaFactura
               END-IF
               WRITE LineaFactura.

      *( el numero de factura es correlativo y sin huecos: solo
      *  se asigna cuando la factura se emite de verdad, nunca a
      *  las retenidas por credito; el registro duradero guarda
           MOVE NumeroFactura TO RF-Factura.
           MOVE PedidoActual TO RF-Pedido.
           MOVE ClienteActualId TO RF-ClienteId.
           MOVE VendedorActual TO RF-VendedorId.
           MOVE ClienteActual TO RF-Cliente.
           MOVE FechaNegocio TO RF-Fecha.
           MOVE BaseFactura TO RF-Base.
           MOVE CuotaIVA TO RF-Iva.
           MOVE TotalFactura TO RF-Total.
           PERFORM GuardaTramoIva
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.
           WRITE RF-Registro
               INVALID KEY
                   DISPLAY "FacturaPedidos: numero de factura "
               DELIMITED BY SIZE INTO LineaFactura.
           WRITE LineaFactura.

       GuardaTramoIva.
           MOVE TRI-Categoria(IdxTramo) TO RF-CategoriaIva(IdxTramo).
           MOVE TRI-Porc(IdxTramo) TO RF-PorcIva(IdxTramo).
           MOVE TRI-Base(IdxTramo) TO RF-BaseTramo(IdxTramo).
           MOVE TRI-Cuota(IdxTramo) TO RF-CuotaTramo(IdxTramo).

       GrabaLineaFactura.
           IF LIN-Cantidad(IdxLinea) NOT = ZEROS
               OR LIN-Importe(IdxLinea) < ZEROS
               MOVE NumeroFactura TO RL-Factura
               MOVE IdxLinea TO RL-Linea
               MOVE LIN-Sku(IdxLinea) TO RL-Sku
               MOVE LIN-Cantidad(IdxLinea) TO RL-Cantidad
               MOVE LIN-Importe(IdxLinea) TO RL-Importe
               MOVE ZEROS TO RL-CantidadDevuelta
               MOVE LIN-Tramo(IdxLinea) TO IdxTramo
               MOVE TRI-Categoria(IdxTramo) TO RL-CategoriaIva
               MOVE TRI-Porc(IdxTramo) TO RL-PorcIva
               WRITE RL-Registro
                   INVALID KEY
                       DISPLAY "FacturaPedidos: linea duplicada en "
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           DISPLAY LineaControl.
           MOVE SPACES TO LineaControl.
           STRING "Lineas a precio de contrato: "
               TotalLineasContrato
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           DISPLAY LineaControl.
           MOVE SPACES TO LineaControl.
           STRING "Lineas de descuento por beca: "
               TotalLineasBeca
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           DISPLAY LineaControl.
           IF TotalVersionesPerdidas NOT = ZEROS
               MOVE SPACES TO LineaControl
               STRING "AVISO: " TotalVersionesPerdidas
