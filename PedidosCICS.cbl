       IDENTIFICATION DIVISION.
       PROGRAM-ID. PedidosCICS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
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
               FILE STATUS IS EstadoVersiones.
           SELECT OPTIONAL ArchivoPromociones
               ASSIGN TO "promociones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPromociones.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "factura_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoPedidos ASSIGN TO "pedidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPedidos.
           SELECT OPTIONAL ArchivoSecuencia
               ASSIGN TO "pedido_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecuencia.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  ArchivoVersiones.
       01  PV-Registro.
           05 PV-Sku PIC X(10).
           05 PV-Precio PIC 99V99.
           05 PV-FechaEfectiva PIC 9(8).
       FD  ArchivoPromociones.
       01  PR-Registro.
           05 PR-Sku PIC X(10).
           05 PR-Precio PIC 99V99.
           05 PR-PorcDescuento PIC 99V99.
           05 PR-FechaDesde PIC 9(8).
           05 PR-FechaHasta PIC 9(8).
           05 PR-Campana PIC X(8).
       FD  ArchivoParametros.
       01  PAR-Registro.
           05 PAR-PorcIVA PIC 99V99.
           05 PAR-PorcIVAReducido PIC 99V99.
       FD  ArchivoPedidos.
       01  PD-Registro.
           05 PD-Id PIC 9(6).
           05 PD-Cliente PIC X(20).
           05 PD-ClienteId PIC 9(6).
           05 PD-Sku PIC X(10).
           05 PD-Cantidad PIC 9(5).
           05 PD-Presupuesto PIC 9(6).
           05 PD-PrecioPactado PIC 99V9(4).
           05 PD-VendedorId PIC 9(6).
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimoPedido PIC 9(6).
       WORKING-STORAGE SECTION.
       COPY "PEDMAP.cpy".
      *( vista por lineas del mismo mapa simbolico, para recorrer
      *  las ocho lineas del pedido con un subindice )
       01  PEDMAPLineas REDEFINES PEDMAPI.
           05 FILLER PIC X(114).
           05 PML-Linea OCCURS 8 TIMES.
              10 PML-SkuL PIC S9(4) COMP.
              10 PML-SkuF PIC X.
              10 PML-SkuI PIC X(10).
              10 PML-CantidadL PIC S9(4) COMP.
              10 PML-CantidadF PIC X.
              10 PML-CantidadI PIC X(5).
              10 FILLER PIC X(3).
              10 PML-PrecioO PIC X(7).
              10 FILLER PIC X(3).
              10 PML-ExistenciaO PIC X(8).
              10 FILLER PIC X(3).
              10 PML-ImporteO PIC X(13).
              10 FILLER PIC X(3).
              10 PML-AvisoO PIC X(30).
           05 FILLER PIC X(116).
       COPY DFHAID.
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
           88 NoHayStockAlmacen VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoContratos PIC XX VALUE "00".
           88 NoHayContratos VALUE "05".
       01  EstadoVersiones PIC XX VALUE "00".
           88 NoHayVersiones VALUE "05".
       01  EstadoPromociones PIC XX VALUE "00".
           88 NoHayPromociones VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoPedidos PIC XX VALUE "00".
           88 PedidosNoExiste VALUE "35".
       01  EstadoSecuencia PIC XX VALUE "00".
           88 SecuenciaExiste VALUE "00".
       77  RespuestaCics PIC S9(8) COMP VALUE ZERO.
      *( un campo borrado con ERASE EOF llega sin datos y con el
      *  bit alto del indicador encendido )
       77  CampoBorrado PIC X VALUE X"80".
       77  RecursoPedidos PIC X(8) VALUE "PEDIDOS".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  StockHalladoFlag PIC X VALUE "N".
           88 StockHallado VALUE "S".
       77  PrecioHalladoFlag PIC X VALUE "N".
           88 PrecioHallado VALUE "S".
       77  PromoHalladaFlag PIC X VALUE "N".
           88 PromoHallada VALUE "S".
       77  ContratoHalladoFlag PIC X VALUE "N".
           88 ContratoHallado VALUE "S".
       77  FinContratos PIC X VALUE "N".
           88 NoHayMasContratos VALUE "S".
       77  ClienteContrato PIC 9(6) VALUE ZEROS.
       77  SkuContrato PIC X(10) VALUE SPACES.
       77  ContratoPrecio PIC 99V99 VALUE ZEROS.
       77  ContratoDescuento PIC 99V99 VALUE ZEROS.
       77  ContratoReferencia PIC X(12) VALUE SPACES.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaMejor PIC 9(8) VALUE ZEROS.
       77  AlmacenCentral PIC XX VALUE "01".
       77  AlmacenPedido PIC XX VALUE "01".
       77  IdxLinea PIC 99 VALUE ZEROS.
       77  IdxTramo PIC 9 VALUE ZEROS.
       77  TramoLinea PIC 9 VALUE 1.
       77  TotalLineasPedido PIC 99 VALUE ZEROS.
       77  TotalErrores PIC 99 VALUE ZEROS.
       77  TotalGrabadas PIC 99 VALUE ZEROS.
       77  TextoError PIC X(60) VALUE SPACES.
       77  MensajeError PIC X(60) VALUE SPACES.
       77  CantidadLinea PIC 9(5) VALUE ZEROS.
       77  Disponible PIC S9(8) VALUE ZEROS.
       77  PendienteLinea PIC 9(5) VALUE ZEROS.
       77  PrecioVigente PIC 99V99 VALUE ZEROS.
       77  PrecioLinea PIC 99V99 VALUE ZEROS.
       77  CampanaLinea PIC X(8) VALUE SPACES.
       77  PorcIVA PIC 99V99 VALUE 21,00.
       77  PorcIVAReducido PIC 99V99 VALUE 10,00.
       77  TotalBase PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalCuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalConIva PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CreditoDisponible PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CreditoRestante PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  UltimoPedido PIC 9(6) VALUE ZEROS.
       77  ImporteEditado PIC -(10)9,99.
       77  ImporteLineaEditado PIC -(9)9,99.
       77  PrecioEditado PIC ZZZ9,99.
       77  ExistenciaEditada PIC -(7)9.
       77  PendienteEditado PIC ZZZZ9.
       77  ClienteNombre PIC X(30) VALUE SPACES.
       77  ClienteLimite PIC 9(9)V99 VALUE ZEROS.
       77  ClienteRiesgo PIC 9(9)V99 VALUE ZEROS.
       77  ClienteActivoFlag PIC X VALUE "N".
           88 ClienteActivo VALUE "S".
      *( bases y cuotas por tramo de IVA, redondeadas por tramo
      *  como las calcula la facturacion )
       01  TablaTramosIva.
           05 TRI-Tramo OCCURS 3 TIMES.
              10 TRI-Porc PIC 99V99.
              10 TRI-Base PIC S9(9)V99 COMP-3.
              10 TRI-Cuota PIC S9(9)V99 COMP-3.
      *( resultado de validar cada linea, para pintarlo despues
      *  sobre el mapa limpio )
       01  TablaLineasPantalla.
           05 LP-Linea OCCURS 8 TIMES.
              10 LP-ValoradaFlag PIC X.
                 88 LP-Valorada VALUE "S".
              10 LP-StockFlag PIC X.
                 88 LP-ConStock VALUE "S".
              10 LP-Precio PIC 99V99.
              10 LP-Existencia PIC S9(8).
              10 LP-Importe PIC S9(9)V99 COMP-3.
              10 LP-Aviso PIC X(30).
      *( la comarea guarda lo tecleado entre interacciones: los
      *  campos sin modificar no vuelven en el RECEIVE MAP )
       01  ComareaPedido.
           05 CP-Cliente PIC X(6).
           05 CP-Linea OCCURS 8 TIMES.
              10 CP-Sku PIC X(10).
              10 CP-Cantidad PIC X(5).
           05 CP-UltimoPedido PIC 9(6).
           05 CP-Vendedor PIC X(6).
       LINKAGE SECTION.
       01  DFHCOMMAREA PIC X(138).

      *( entrada de pedidos en pantalla: el empleado teclea el
      *  cliente, el vendedor y hasta ocho lineas; con INTRO se
      *  comprueban el cliente, el vendedor, el credito (riesgo
      *  vivo mas el pedido con IVA contra el limite), las
      *  existencias del almacen que sirve al cliente y el precio
      *  en vigor de cada SKU, y con PF5 el pedido ya validado se
      *  anade a pedidos.dat para que FacturaPedidos lo facture
      *  esa noche. Un pedido que excede el credito o tiene lineas
      *  erroneas no se graba; la falta de existencias solo avisa,
      *  porque la facturacion deja lo que no se pueda servir en
      *  pendientes )
       PROCEDURE DIVISION.
       Inicio.
           IF EIBCALEN = 0
               PERFORM LimpiaPedido
               MOVE LOW-VALUES TO PEDMAPO
               MOVE "Teclea cliente y lineas: INTRO valida, PF5 graba"
                   TO MSGO
               PERFORM EnviaPantalla
           ELSE
               MOVE DFHCOMMAREA TO ComareaPedido
               EXEC CICS
                   RECEIVE MAP('PEDMAP') MAPSET('PEDSET')
                       INTO(PEDMAPI)
                   RESP(RespuestaCics)
               END-EXEC
               EVALUATE EIBAID
                   WHEN DFHPF3
                   WHEN DFHCLEAR
                       CONTINUE
                   WHEN DFHPF12
                       PERFORM LimpiaPedido
                       MOVE LOW-VALUES TO PEDMAPO
                       MOVE "Pedido limpio: teclea cliente y lineas"
                           TO MSGO
                       PERFORM EnviaPantalla
                   WHEN DFHPF5
                       PERFORM RecogeEntrada
                       PERFORM ValidaPedido
                       IF TotalErrores = ZEROS
                           PERFORM GrabaPedido
                       ELSE
                           PERFORM MuestraPedido
                       END-IF
                   WHEN OTHER
                       PERFORM RecogeEntrada
                       PERFORM ValidaPedido
                       PERFORM MuestraPedido
               END-EVALUATE
           END-IF.
           EXEC CICS
               RETURN TRANSID('PEDE')
                   COMMAREA(ComareaPedido)
           END-EXEC.

       LimpiaPedido.
           MOVE SPACES TO CP-Cliente.
           MOVE SPACES TO CP-Vendedor.
           PERFORM LimpiaLineaComarea
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > 8.

       LimpiaLineaComarea.
           MOVE SPACES TO CP-Sku(IdxLinea).
           MOVE SPACES TO CP-Cantidad(IdxLinea).

      *( solo los campos modificados traen datos; el resto
      *  conserva lo que ya guardaba la comarea )
       RecogeEntrada.
           IF RespuestaCics = DFHRESP(NORMAL)
               IF CLIL > ZERO
                   MOVE CLII TO CP-Cliente
               ELSE
                   IF CLIF = CampoBorrado
                       MOVE SPACES TO CP-Cliente
                   END-IF
               END-IF
               IF VENDL > ZERO
                   MOVE VENDI TO CP-Vendedor
               ELSE
                   IF VENDF = CampoBorrado
                       MOVE SPACES TO CP-Vendedor
                   END-IF
               END-IF
               PERFORM RecogeLinea
                   VARYING IdxLinea FROM 1 BY 1
                   UNTIL IdxLinea > 8.

       RecogeLinea.
           IF PML-SkuL(IdxLinea) > ZERO
               MOVE PML-SkuI(IdxLinea) TO CP-Sku(IdxLinea)
               INSPECT CP-Sku(IdxLinea)
                   REPLACING ALL LOW-VALUE BY SPACE
           ELSE
               IF PML-SkuF(IdxLinea) = CampoBorrado
                   MOVE SPACES TO CP-Sku(IdxLinea).
           IF PML-CantidadL(IdxLinea) > ZERO
               MOVE PML-CantidadI(IdxLinea) TO CP-Cantidad(IdxLinea)
           ELSE
               IF PML-CantidadF(IdxLinea) = CampoBorrado
                   MOVE SPACES TO CP-Cantidad(IdxLinea).

      *( la validacion se repite entera en cada INTRO y otra vez
      *  al grabar, para que el pedido grabado responda al riesgo y
      *  a las existencias de ese momento )
       ValidaPedido.
           MOVE ZEROS TO TotalErrores.
           MOVE ZEROS TO TotalLineasPedido.
           MOVE SPACES TO MensajeError.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           PERFORM ValidaCliente.
           PERFORM ValidaVendedor.
           OPEN INPUT ArchivoStock.
           OPEN INPUT ArchivoStockAlmacen.
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoContratos.
           PERFORM ValidaLinea
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > 8.
           CLOSE ArchivoStock.
           CLOSE ArchivoStockAlmacen.
           CLOSE ArchivoPrecios.
           CLOSE ArchivoContratos.
           PERFORM CalculaTotales.
           IF TotalLineasPedido = ZEROS
               MOVE "El pedido no tiene lineas" TO TextoError
               PERFORM AnotaError.
           IF ClienteHallado AND ClienteActivo
               PERFORM CompruebaCredito.

       AnotaError.
           ADD 1 TO TotalErrores.
           IF MensajeError = SPACES
               MOVE TextoError TO MensajeError.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
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
           MOVE PorcIVA TO TRI-Porc(1).
           MOVE PorcIVAReducido TO TRI-Porc(2).
           MOVE ZEROS TO TRI-Porc(3).
           PERFORM IniciaTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.

       IniciaTramo.
           MOVE ZEROS TO TRI-Base(IdxTramo).
           MOVE ZEROS TO TRI-Cuota(IdxTramo).

      *( el pedido se sirve desde el almacen asignado al cliente;
      *  sin almacen asignado, desde el central )
       ValidaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE "N" TO ClienteActivoFlag.
           MOVE SPACES TO ClienteNombre.
           MOVE AlmacenCentral TO AlmacenPedido.
           IF CP-Cliente NOT NUMERIC OR CP-Cliente = ZEROS
               MOVE "Identificador de cliente no valido" TO TextoError
               PERFORM AnotaError
           ELSE
               OPEN INPUT ArchivoClientes
               MOVE CP-Cliente TO CLI-ClienteId
               READ ArchivoClientes KEY IS CLI-ClienteId
                   INVALID KEY
                       MOVE "Cliente no encontrado" TO TextoError
                       PERFORM AnotaError
                   NOT INVALID KEY
                       PERFORM AnotaCliente
               END-READ
               CLOSE ArchivoClientes
               IF ClienteHallado AND NOT ClienteActivo
                   MOVE "Cliente suspendido o de baja" TO TextoError
                   PERFORM AnotaError.

      *( el vendedor es el numero de empleado del comercial que
      *  cobra la comision del pedido; ha de estar en activo )
       ValidaVendedor.
           IF CP-Vendedor NOT NUMERIC OR CP-Vendedor = ZEROS
               MOVE "Numero de empleado del vendedor no valido"
                   TO TextoError
               PERFORM AnotaError
           ELSE
               OPEN INPUT ArchivoEmpleados
               MOVE CP-Vendedor TO EMP-EMPLEADO-ID
               READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
                   INVALID KEY
                       MOVE "Vendedor no encontrado" TO TextoError
                       PERFORM AnotaError
                   NOT INVALID KEY
                       IF NOT EMP-ACTIVO
                           MOVE "Vendedor de baja" TO TextoError
                           PERFORM AnotaError
                       END-IF
               END-READ
               CLOSE ArchivoEmpleados.

      *( los datos del cliente se guardan aparte porque el
      *  fichero se cierra enseguida )
       AnotaCliente.
           MOVE "S" TO ClienteHalladoFlag.
           MOVE CLI-Nombre TO ClienteNombre.
           MOVE CLI-LimiteCredito TO ClienteLimite.
           MOVE CLI-RiesgoVivo TO ClienteRiesgo.
           MOVE "N" TO ClienteActivoFlag.
           IF CLI-ACTIVO
               MOVE "S" TO ClienteActivoFlag.
           IF CLI-Almacen NOT = SPACES
               MOVE CLI-Almacen TO AlmacenPedido.

       ValidaLinea.
           MOVE "N" TO LP-ValoradaFlag(IdxLinea).
           MOVE "N" TO LP-StockFlag(IdxLinea).
           MOVE SPACES TO LP-Aviso(IdxLinea).
           IF CP-Sku(IdxLinea) NOT = SPACES
               OR CP-Cantidad(IdxLinea) NOT = SPACES
               ADD 1 TO TotalLineasPedido
               EVALUATE TRUE
                   WHEN CP-Sku(IdxLinea) = SPACES
                       MOVE "Falta el SKU" TO LP-Aviso(IdxLinea)
                       MOVE "Hay lineas sin SKU" TO TextoError
                       PERFORM AnotaError
                   WHEN CP-Cantidad(IdxLinea) NOT NUMERIC
                       OR CP-Cantidad(IdxLinea) = ZEROS
                       MOVE "Cantidad no valida" TO LP-Aviso(IdxLinea)
                       MOVE "Hay lineas con cantidad no valida"
                           TO TextoError
                       PERFORM AnotaError
                   WHEN OTHER
                       PERFORM ValoraLinea
               END-EVALUATE.

       ValoraLinea.
           MOVE CP-Cantidad(IdxLinea) TO CantidadLinea.
           PERFORM LeeStockLinea.
           IF NOT StockHallado
               MOVE "SKU inexistente" TO LP-Aviso(IdxLinea)
               MOVE "Hay SKUs que no existen en el maestro"
                   TO TextoError
               PERFORM AnotaError
           ELSE
               MOVE "S" TO LP-StockFlag(IdxLinea)
               MOVE Disponible TO LP-Existencia(IdxLinea)
               PERFORM BuscaPrecioLinea
               IF NOT PrecioHallado
                   MOVE "SKU sin precio" TO LP-Aviso(IdxLinea)
                   MOVE "Hay SKUs sin precio de venta" TO TextoError
                   PERFORM AnotaError
               ELSE
                   PERFORM ImportaLinea.

      *( importe de la linea al precio en vigor, acumulado en su
      *  tramo de IVA; la falta de existencias no impide grabar y
      *  solo avisa de lo que quedara pendiente )
       ImportaLinea.
           MOVE "S" TO LP-ValoradaFlag(IdxLinea).
           MOVE PrecioLinea TO LP-Precio(IdxLinea).
           COMPUTE LP-Importe(IdxLinea) ROUNDED =
               CantidadLinea * PrecioLinea.
           ADD LP-Importe(IdxLinea) TO TRI-Base(TramoLinea).
           IF CantidadLinea > Disponible
               COMPUTE PendienteLinea = CantidadLinea - Disponible
               MOVE PendienteLinea TO PendienteEditado
               STRING "Sin existencias: pendiente "
                   PendienteEditado
                   DELIMITED BY SIZE INTO LP-Aviso(IdxLinea)
           ELSE
               IF PromoHallada
                   STRING "Promocion " CampanaLinea
                       DELIMITED BY SIZE INTO LP-Aviso(IdxLinea)
               ELSE
                   IF ContratoHallado
                       STRING "Contrato " ContratoReferencia
                           DELIMITED BY SIZE INTO LP-Aviso(IdxLinea).

       LeeStockLinea.
           MOVE "N" TO StockHalladoFlag.
           MOVE ZEROS TO Disponible.
           MOVE 1 TO TramoLinea.
           IF NOT NoHayStock
               MOVE CP-Sku(IdxLinea) TO ST-Sku
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
               PERFORM CalculaDisponibleAlmacen.

      *( en el central queda el total del maestro menos lo que
      *  esta en los demas almacenes y lo que esta en transito; en
      *  los demas, lo que diga su registro de stock_almacenes.dat )
       CalculaDisponibleAlmacen.
           IF AlmacenPedido = AlmacenCentral
               MOVE ST-Cantidad TO Disponible
           ELSE
               MOVE ZEROS TO Disponible.
           MOVE "N" TO FinArchivo.
           IF NoHayStockAlmacen
               MOVE "S" TO FinArchivo
           ELSE
               MOVE CP-Sku(IdxLinea) TO SA-Sku
               MOVE LOW-VALUES TO SA-Almacen
               START ArchivoStockAlmacen
                   KEY IS NOT LESS THAN SA-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START.
           PERFORM SumaUnAlmacen UNTIL NoHayMasRegistros.
           IF Disponible < ZEROS
               MOVE ZEROS TO Disponible.

       SumaUnAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF SA-Sku NOT = CP-Sku(IdxLinea)
                       MOVE "S" TO FinArchivo
                   ELSE
                       IF AlmacenPedido = AlmacenCentral
                           SUBTRACT SA-Cantidad FROM Disponible
                           SUBTRACT SA-EnTransito FROM Disponible
                       ELSE
                           IF SA-Almacen = AlmacenPedido
                               MOVE SA-Cantidad TO Disponible
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *( el precio en vigor es la version fechada con mejor fecha
      *  efectiva no posterior a hoy o, sin version, el del
      *  maestro; el precio de contrato del cliente en vigor manda
      *  sobre el y sobre las promociones, y sin contrato una
      *  promocion vigente manda sobre el. Los descuentos por
      *  cantidad los aplica la facturacion, de modo que el importe
      *  de pantalla nunca queda por debajo del facturado )
       BuscaPrecioLinea.
           MOVE "N" TO PrecioHalladoFlag.
           MOVE ZEROS TO PrecioVigente.
           MOVE ZEROS TO FechaMejor.
           PERFORM BuscaVersionVigente.
           IF NOT PrecioHallado AND NOT NoHayPrecios
               MOVE CP-Sku(IdxLinea) TO PX-Sku
               READ ArchivoPrecios KEY IS PX-Sku
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PX-Precio TO PrecioVigente
                       MOVE "S" TO PrecioHalladoFlag
               END-READ.
           MOVE PrecioVigente TO PrecioLinea.
           MOVE "N" TO ContratoHalladoFlag.
           MOVE "N" TO PromoHalladaFlag.
           IF PrecioHallado
               PERFORM BuscaContrato
               IF ContratoHallado
                   PERFORM CalculaPrecioContrato
               ELSE
                   PERFORM BuscaPromocion.

      *( la misma busqueda que FacturaPedidos: el contrato del SKU
      *  manda sobre el descuento de catalogo del cliente, y de
      *  cada clave vale el de inicio mas reciente en vigor hoy )
       BuscaContrato.
           IF CP-Cliente IS NUMERIC
               MOVE CP-Cliente TO ClienteContrato
               MOVE CP-Sku(IdxLinea) TO SkuContrato
               PERFORM BuscaContratoClave
               IF NOT ContratoHallado
                   MOVE SPACES TO SkuContrato
                   PERFORM BuscaContratoClave.

       BuscaContratoClave.
           MOVE "N" TO FinContratos.
           MOVE ClienteContrato TO CT-ClienteId.
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
                   IF CT-ClienteId NOT = ClienteContrato
                       OR CT-Sku NOT = SkuContrato
                       OR CT-FechaDesde > FechaHoy
                       MOVE "S" TO FinContratos
                   ELSE
                       PERFORM AnotaContrato
                   END-IF
           END-READ.

       AnotaContrato.
           IF CT-FechaHasta = ZEROS
               OR CT-FechaHasta >= FechaHoy
               MOVE "S" TO ContratoHalladoFlag
               MOVE CT-Precio TO ContratoPrecio
               MOVE CT-PorcDescuento TO ContratoDescuento
               MOVE CT-Referencia TO ContratoReferencia.

       CalculaPrecioContrato.
           IF ContratoPrecio NOT = ZEROS
               MOVE ContratoPrecio TO PrecioLinea
           ELSE
               COMPUTE PrecioLinea ROUNDED = PrecioVigente *
                   (100 - ContratoDescuento) / 100.

       BuscaVersionVigente.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoVersiones.
           IF NoHayVersiones
               MOVE "S" TO FinArchivo.
           PERFORM CompruebaVersion UNTIL NoHayMasRegistros.
           CLOSE ArchivoVersiones.

       CompruebaVersion.
           READ ArchivoVersiones
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF PV-Sku = CP-Sku(IdxLinea)
                       AND PV-FechaEfectiva <= FechaHoy
                       AND PV-FechaEfectiva >= FechaMejor
                       MOVE PV-FechaEfectiva TO FechaMejor
                       MOVE PV-Precio TO PrecioVigente
                       MOVE "S" TO PrecioHalladoFlag
                   END-IF
           END-READ.

       BuscaPromocion.
           MOVE "N" TO PromoHalladaFlag.
           MOVE SPACES TO CampanaLinea.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPromociones.
           IF NoHayPromociones
               MOVE "S" TO FinArchivo.
           PERFORM CompruebaPromocion
               UNTIL NoHayMasRegistros OR PromoHallada.
           CLOSE ArchivoPromociones.

       CompruebaPromocion.
           READ ArchivoPromociones
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF PR-Sku = CP-Sku(IdxLinea)
                       AND PR-FechaDesde <= FechaHoy
                       AND PR-FechaHasta >= FechaHoy
                       MOVE "S" TO PromoHalladaFlag
                       MOVE PR-Campana TO CampanaLinea
                       PERFORM CalculaPrecioPromo
                   END-IF
           END-READ.

       CalculaPrecioPromo.
           IF PR-Precio NOT = ZEROS
               MOVE PR-Precio TO PrecioLinea
           ELSE
               COMPUTE PrecioLinea ROUNDED = PrecioVigente *
                   (100 - PR-PorcDescuento) / 100.

       CalculaTotales.
           MOVE ZEROS TO TotalBase.
           MOVE ZEROS TO TotalCuota.
           PERFORM CalculaCuotaTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.
           COMPUTE TotalConIva = TotalBase + TotalCuota.

       CalculaCuotaTramo.
           COMPUTE TRI-Cuota(IdxTramo) ROUNDED =
               TRI-Base(IdxTramo) * TRI-Porc(IdxTramo) / 100.
           ADD TRI-Base(IdxTramo) TO TotalBase.
           ADD TRI-Cuota(IdxTramo) TO TotalCuota.

      *( la misma regla que aplica la facturacion al retener: el
      *  riesgo vivo mas el pedido no puede pasar del limite )
       CompruebaCredito.
           COMPUTE CreditoDisponible = ClienteLimite - ClienteRiesgo.
           COMPUTE CreditoRestante = CreditoDisponible - TotalConIva.
           IF ClienteRiesgo + TotalConIva > ClienteLimite
               MOVE "El pedido excede el limite de credito del cliente"
                   TO TextoError
               PERFORM AnotaError.

       MuestraPedido.
           MOVE LOW-VALUES TO PEDMAPO.
           MOVE CP-Cliente TO CLIO.
           MOVE CP-Vendedor TO VENDO.
           IF ClienteHallado
               PERFORM PintaCliente.
           PERFORM PintaLinea
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > 8.
           MOVE TotalConIva TO ImporteEditado.
           MOVE ImporteEditado TO TOTAO.
           IF ClienteHallado
               MOVE CreditoRestante TO ImporteEditado
               MOVE ImporteEditado TO RESTO.
           IF TotalErrores = ZEROS
               MOVE "Pedido valido: PF5 para grabarlo" TO MSGO
           ELSE
               MOVE MensajeError TO MSGO.
           PERFORM EnviaPantalla.

       PintaCliente.
           MOVE ClienteNombre TO NOMBO.
           MOVE ClienteLimite TO ImporteEditado.
           MOVE ImporteEditado TO LIMIO.
           MOVE ClienteRiesgo TO ImporteEditado.
           MOVE ImporteEditado TO RIESO.
           COMPUTE CreditoDisponible = ClienteLimite - ClienteRiesgo.
           MOVE CreditoDisponible TO ImporteEditado.
           MOVE ImporteEditado TO DISPO.

       PintaLinea.
           MOVE CP-Sku(IdxLinea) TO PML-SkuI(IdxLinea).
           MOVE CP-Cantidad(IdxLinea) TO PML-CantidadI(IdxLinea).
           IF LP-ConStock(IdxLinea)
               MOVE LP-Existencia(IdxLinea) TO ExistenciaEditada
               MOVE ExistenciaEditada TO PML-ExistenciaO(IdxLinea).
           IF LP-Valorada(IdxLinea)
               MOVE LP-Precio(IdxLinea) TO PrecioEditado
               MOVE PrecioEditado TO PML-PrecioO(IdxLinea)
               MOVE LP-Importe(IdxLinea) TO ImporteLineaEditado
               MOVE ImporteLineaEditado TO PML-ImporteO(IdxLinea).
           MOVE LP-Aviso(IdxLinea) TO PML-AvisoO(IdxLinea).

      *( los pedidos de pantalla llevan numeracion propia desde
      *  800001, fuera del rango de los que llegan por lote; el
      *  ENQ serializa el contador y la escritura entre terminales )
       GrabaPedido.
           EXEC CICS
               ENQ RESOURCE(RecursoPedidos) LENGTH(8)
           END-EXEC.
           PERFORM LeeUltimoPedido.
           ADD 1 TO UltimoPedido.
           MOVE ZEROS TO TotalGrabadas.
           OPEN EXTEND ArchivoPedidos.
           IF PedidosNoExiste
               OPEN OUTPUT ArchivoPedidos
               CLOSE ArchivoPedidos
               OPEN EXTEND ArchivoPedidos
           END-IF.
           PERFORM GrabaLineaPedido
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > 8.
           CLOSE ArchivoPedidos.
           PERFORM GuardaUltimoPedido.
           EXEC CICS
               DEQ RESOURCE(RecursoPedidos) LENGTH(8)
           END-EXEC.
           MOVE UltimoPedido TO CP-UltimoPedido.
           PERFORM LimpiaPedido.
           MOVE LOW-VALUES TO PEDMAPO.
           MOVE TotalConIva TO ImporteEditado.
           STRING "Pedido " UltimoPedido " grabado con "
               TotalGrabadas " lineas por " ImporteEditado
               "; se factura esta noche"
               DELIMITED BY SIZE INTO MSGO.
           PERFORM EnviaPantalla.

       GrabaLineaPedido.
           IF CP-Sku(IdxLinea) NOT = SPACES
               MOVE UltimoPedido TO PD-Id
               MOVE ClienteNombre TO PD-Cliente
               MOVE CP-Cliente TO PD-ClienteId
               MOVE CP-Sku(IdxLinea) TO PD-Sku
               MOVE CP-Cantidad(IdxLinea) TO PD-Cantidad
               MOVE ZEROS TO PD-Presupuesto
               MOVE ZEROS TO PD-PrecioPactado
               MOVE CP-Vendedor TO PD-VendedorId
               WRITE PD-Registro
               ADD 1 TO TotalGrabadas.

       LeeUltimoPedido.
           MOVE 800000 TO UltimoPedido.
           OPEN INPUT ArchivoSecuencia.
           IF SecuenciaExiste
               READ ArchivoSecuencia
                   AT END CONTINUE
                   NOT AT END
                       IF SEC-UltimoPedido > UltimoPedido
                           MOVE SEC-UltimoPedido TO UltimoPedido
                       END-IF
               END-READ
               CLOSE ArchivoSecuencia.

       GuardaUltimoPedido.
           MOVE UltimoPedido TO SEC-UltimoPedido.
           OPEN OUTPUT ArchivoSecuencia.
           WRITE SEC-Registro.
           CLOSE ArchivoSecuencia.

       EnviaPantalla.
           EXEC CICS
               SEND MAP('PEDMAP') MAPSET('PEDSET') FROM(PEDMAPO)
                   ERASE
           END-EXEC.

       END PROGRAM PedidosCICS.
