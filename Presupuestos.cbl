       IDENTIFICATION DIVISION.
       PROGRAM-ID. Presupuestos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoSolicitudes
               ASSIGN TO "solicitudes_presupuesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSolicitudes.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT OPTIONAL ArchivoVersiones
               ASSIGN TO "precios_versiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVersiones.
           SELECT OPTIONAL ArchivoContratos
               ASSIGN TO "precios_contrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-Clave
               FILE STATUS IS EstadoContratos.
           SELECT OPTIONAL ArchivoPromociones
               ASSIGN TO "promociones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPromociones.
           SELECT OPTIONAL ArchivoDescuentos ASSIGN TO DESCUENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDescuentos.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "presupuesto_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT OPTIONAL ArchivoSecuencia
               ASSIGN TO "presupuesto_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecuencia.
           SELECT ArchivoPresupuestos ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPresupuestos.
           SELECT ReportePresupuestos ASSIGN TO "presupuestos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoSolicitudes.
       01  SQ-Registro.
           05 SQ-Referencia PIC 9(6).
           05 SQ-ClienteId PIC 9(6).
           05 SQ-Cliente PIC X(20).
           05 SQ-Sku PIC X(10).
           05 SQ-Cantidad PIC 9(5).
           05 SQ-DiasValidez PIC 9(3).
           05 SQ-VendedorId PIC 9(6).
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoVersiones.
       01  PV-Registro.
           05 PV-Sku PIC X(10).
           05 PV-Precio PIC 99V99.
           05 PV-FechaEfectiva PIC 9(8).
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  ArchivoPromociones.
       01  PR-Registro.
           05 PR-Sku PIC X(10).
           05 PR-Precio PIC 99V99.
           05 PR-PorcDescuento PIC 99V99.
           05 PR-FechaDesde PIC 9(8).
           05 PR-FechaHasta PIC 9(8).
           05 PR-Campana PIC X(8).
       FD  ArchivoDescuentos.
       01  DS-Registro.
           05 DS-Sku PIC X(10).
           05 DS-Umbral PIC 999.
           05 DS-Descuento PIC 99V99.
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoParametros.
       01  PQP-Registro.
           05 PQP-DiasValidez PIC 9(3).
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimoPresupuesto PIC 9(6).
       FD  ArchivoPresupuestos.
       COPY "PRESUP.cpy".
       FD  ReportePresupuestos.
       01  LineaPresupuesto PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoSolicitudes PIC XX VALUE "00".
           88 NoHaySolicitudes VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
       01  EstadoVersiones PIC XX VALUE "00".
           88 NoHayVersiones VALUE "05".
       01  EstadoContratos PIC XX VALUE "00".
           88 NoHayContratos VALUE "05".
       01  EstadoPromociones PIC XX VALUE "00".
           88 NoHayPromociones VALUE "05".
       01  EstadoDescuentos PIC XX VALUE "00".
           88 NoHayDescuentos VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoSecuencia PIC XX VALUE "00".
           88 SecuenciaExiste VALUE "00".
       01  EstadoPresupuestos PIC XX VALUE "00".
           88 PresupuestosNoExiste VALUE "35".
       77  FinSolicitudes PIC X VALUE "N".
           88 NoHayMasSolicitudes VALUE "S".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  HaySolicitudAbierta PIC X VALUE "N".
           88 SolicitudAbierta VALUE "S".
       77  PrecioHalladoFlag PIC X VALUE "N".
           88 PrecioHallado VALUE "S".
       77  PromoHalladaFlag PIC X VALUE "N".
           88 PromoHallada VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  ContratoHalladoFlag PIC X VALUE "N".
           88 ContratoHallado VALUE "S".
       77  FinContratos PIC X VALUE "N".
           88 NoHayMasContratos VALUE "S".
       77  SkuContrato PIC X(10) VALUE SPACES.
       77  ContratoPrecio PIC 99V99 VALUE ZEROS.
       77  ContratoDescuento PIC 99V99 VALUE ZEROS.
       77  PrecioContrato PIC 99V99 VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  DiaEntero PIC 9(8) VALUE ZEROS.
       77  DiasValidezDefecto PIC 9(3) VALUE 30.
       77  DiasValidez PIC 9(3) VALUE ZEROS.
       77  FechaValidez PIC 9(8) VALUE ZEROS.
       77  UltimoPresupuesto PIC 9(6) VALUE ZEROS.
       77  ReferenciaActual PIC 9(6) VALUE ZEROS.
       77  ClienteActualId PIC 9(6) VALUE ZEROS.
       77  ClienteActual PIC X(20) VALUE SPACES.
       77  VendedorActual PIC 9(6) VALUE ZEROS.
       77  PrecioVigente PIC 99V99 VALUE ZEROS.
       77  PrecioPromo PIC 99V99 VALUE ZEROS.
       77  ImporteBruto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteLinea PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  BasePresupuesto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalEmitidos PIC 9(4) VALUE ZEROS.
       77  TotalLineasRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalImporteEmitido PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalVersiones PIC 9(4) VALUE ZEROS.
       77  IdxVersion PIC 9(4) COMP VALUE ZEROS.
       77  IdxVersionElegida PIC 9(4) COMP VALUE ZEROS.
       77  FechaMejor PIC 9(8) VALUE ZEROS.
       77  TotalPromociones PIC 99 VALUE ZEROS.
       77  IdxPromo PIC 99 VALUE ZEROS.
       77  IdxPromoHallada PIC 99 VALUE ZEROS.
       77  TotalDescuentos PIC 99 VALUE ZEROS.
       77  IdxDescuento PIC 99 VALUE ZEROS.
       77  IdxTramoElegido PIC 99 VALUE ZEROS.
       77  MejorUmbral PIC S999 VALUE -1.
       77  TotalLineasPre PIC 99 VALUE ZEROS.
       77  IdxLinea PIC 99 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  PrecioEditado PIC Z9,9999.
       77  TarifaEditada PIC Z9,99.
       77  PorcEditado PIC Z9,99.
       77  CantidadEditada PIC Z(4)9.
       01  TablaVersiones.
           05 VER-Entrada OCCURS 200 TIMES.
               10 VER-Sku PIC X(10).
               10 VER-Precio PIC 99V99.
               10 VER-FechaEfectiva PIC 9(8).
       01  TablaPromociones.
           05 PRM-Entrada OCCURS 50 TIMES.
               10 PRM-Sku PIC X(10).
               10 PRM-Precio PIC 99V99.
               10 PRM-PorcDescuento PIC 99V99.
               10 PRM-FechaDesde PIC 9(8).
               10 PRM-FechaHasta PIC 9(8).
               10 PRM-Campana PIC X(8).
       01  TablaDescuentos.
           05 DSC-Entrada OCCURS 50 TIMES.
               10 DSC-Sku PIC X(10).
               10 DSC-Umbral PIC 999.
               10 DSC-Descuento PIC 99V99.
       01  TablaLineas.
           05 LPQ-Entrada OCCURS 50 TIMES.
               10 LPQ-Sku PIC X(10).
               10 LPQ-Cantidad PIC 9(5).
               10 LPQ-PrecioTarifa PIC 99V99.
               10 LPQ-PorcDescuento PIC 99V99.
               10 LPQ-Campana PIC X(8).
               10 LPQ-Contrato PIC X.
               10 LPQ-PrecioNeto PIC 99V9(4).
               10 LPQ-Importe PIC 9(9)V99.

       PROCEDURE DIVISION.
      *( presupuestos de venta: solicitudes_presupuesto.dat trae
      *  las lineas de cada presupuesto agrupadas por una
      *  referencia del comercial. Cada linea se valora como la
      *  valoraria FacturaPedidos hoy: version de precio vigente
      *  (o precio del maestro), precio de contrato del cliente en
      *  vigor y, sin el, promocion activa o el tramo de descuento
      *  por cantidad. Cada presupuesto con
      *  alguna linea valida recibe numero propio, una fecha de
      *  validez (dias de la solicitud; sin ellos, los de
      *  presupuesto_param.dat, 30 por defecto), se anade a
      *  presupuestos.dat y se imprime como documento para el
      *  cliente. Devuelve 4 si se rechaza alguna linea )
       Inicio.
           DISPLAY "Presupuestos: emision de presupuestos de venta.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoSolicitudes.
           IF NoHaySolicitudes
               DISPLAY "Presupuestos: no se encontro "
                   "solicitudes_presupuesto.dat."
               CLOSE ArchivoSolicitudes
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CargaParametros.
           PERFORM CargaVersiones.
           PERFORM CargaPromociones.
           PERFORM CargaDescuentos.
           PERFORM LeeUltimoPresupuesto.
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoContratos.
           OPEN INPUT ArchivoClientes.
           PERFORM AbrePresupuestos.
           OPEN OUTPUT ReportePresupuestos.
           PERFORM LeeSolicitud.
           PERFORM ProcesaSolicitud UNTIL NoHayMasSolicitudes.
           IF SolicitudAbierta
               PERFORM CierraPresupuesto.
           CLOSE ArchivoSolicitudes.
           CLOSE ArchivoPrecios.
           CLOSE ArchivoContratos.
           CLOSE ArchivoClientes.
           CLOSE ArchivoPresupuestos.
           PERFORM GuardaUltimoPresupuesto.
           PERFORM EscribeResumen.
           CLOSE ReportePresupuestos.
           IF TotalLineasRechazadas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF PQP-DiasValidez IS NUMERIC
                           AND PQP-DiasValidez NOT = ZEROS
                           MOVE PQP-DiasValidez
                               TO DiasValidezDefecto
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       CargaVersiones.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoVersiones.
           IF NoHayVersiones
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaVersion UNTIL NoHayMasRegistros.
           CLOSE ArchivoVersiones.

       CargaUnaVersion.
           READ ArchivoVersiones
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalVersiones < 200
                       ADD 1 TO TotalVersiones
                       MOVE PV-Sku TO VER-Sku(TotalVersiones)
                       MOVE PV-Precio TO VER-Precio(TotalVersiones)
                       MOVE PV-FechaEfectiva
                           TO VER-FechaEfectiva(TotalVersiones)
                   END-IF
           END-READ.

       CargaPromociones.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPromociones.
           IF NoHayPromociones
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaPromocion UNTIL NoHayMasRegistros.
           CLOSE ArchivoPromociones.

       CargaUnaPromocion.
           READ ArchivoPromociones
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalPromociones < 50
                       ADD 1 TO TotalPromociones
                       MOVE PR-Sku TO PRM-Sku(TotalPromociones)
                       MOVE PR-Precio
                           TO PRM-Precio(TotalPromociones)
                       MOVE PR-PorcDescuento
                           TO PRM-PorcDescuento(TotalPromociones)
                       MOVE PR-FechaDesde
                           TO PRM-FechaDesde(TotalPromociones)
                       MOVE PR-FechaHasta
                           TO PRM-FechaHasta(TotalPromociones)
                       MOVE PR-Campana
                           TO PRM-Campana(TotalPromociones)
                   END-IF
           END-READ.

       CargaDescuentos.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoDescuentos.
           IF NoHayDescuentos
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnDescuento UNTIL NoHayMasRegistros.
           CLOSE ArchivoDescuentos.

       CargaUnDescuento.
           READ ArchivoDescuentos
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalDescuentos < 50
                       ADD 1 TO TotalDescuentos
                       MOVE DS-Sku TO DSC-Sku(TotalDescuentos)
                       MOVE DS-Umbral TO DSC-Umbral(TotalDescuentos)
                       MOVE DS-Descuento TO
                           DSC-Descuento(TotalDescuentos)
                   END-IF
           END-READ.

       LeeUltimoPresupuesto.
           MOVE ZEROS TO UltimoPresupuesto.
           OPEN INPUT ArchivoSecuencia.
           IF SecuenciaExiste
               READ ArchivoSecuencia
                   AT END MOVE ZEROS TO UltimoPresupuesto
                   NOT AT END
                       MOVE SEC-UltimoPresupuesto TO UltimoPresupuesto
               END-READ
               CLOSE ArchivoSecuencia.

       GuardaUltimoPresupuesto.
           IF UltimoPresupuesto NOT = ZEROS
               MOVE UltimoPresupuesto TO SEC-UltimoPresupuesto
               OPEN OUTPUT ArchivoSecuencia
               WRITE SEC-Registro
               CLOSE ArchivoSecuencia.

       AbrePresupuestos.
           OPEN EXTEND ArchivoPresupuestos.
           IF PresupuestosNoExiste
               OPEN OUTPUT ArchivoPresupuestos
               CLOSE ArchivoPresupuestos
               OPEN EXTEND ArchivoPresupuestos
           END-IF.

       LeeSolicitud.
           READ ArchivoSolicitudes
               AT END MOVE "S" TO FinSolicitudes.

       ProcesaSolicitud.
           IF NOT SolicitudAbierta
               OR SQ-Referencia NOT = ReferenciaActual
               IF SolicitudAbierta
                   PERFORM CierraPresupuesto
               END-IF
               PERFORM AbrePresupuesto.
           PERFORM ValoraLinea.
           PERFORM LeeSolicitud.

       AbrePresupuesto.
           MOVE "S" TO HaySolicitudAbierta.
           MOVE SQ-Referencia TO ReferenciaActual.
           MOVE SQ-ClienteId TO ClienteActualId.
           MOVE SQ-Cliente TO ClienteActual.
           IF SQ-VendedorId IS NUMERIC
               MOVE SQ-VendedorId TO VendedorActual
           ELSE
               MOVE ZEROS TO VendedorActual.
           MOVE ZEROS TO TotalLineasPre.
           MOVE ZEROS TO BasePresupuesto.
           IF SQ-DiasValidez IS NUMERIC AND SQ-DiasValidez NOT = ZEROS
               MOVE SQ-DiasValidez TO DiasValidez
           ELSE
               MOVE DiasValidezDefecto TO DiasValidez.
           COMPUTE DiaEntero =
               FUNCTION INTEGER-OF-DATE(FechaHoy) + DiasValidez.
           COMPUTE FechaValidez = FUNCTION DATE-OF-INTEGER(DiaEntero).

       ValoraLinea.
           PERFORM BuscaPrecio.
           EVALUATE TRUE
               WHEN SQ-Cantidad NOT NUMERIC OR SQ-Cantidad = ZEROS
                   PERFORM RechazaLinea
               WHEN NOT PrecioHallado
                   PERFORM RechazaLinea
               WHEN TotalLineasPre = 50
                   PERFORM RechazaLinea
               WHEN OTHER
                   PERFORM CalculaLinea
           END-EVALUATE.

      *( la misma busqueda de precio que la facturacion: version
      *  vigente con la mejor fecha efectiva y, sin ella, el
      *  precio del maestro )
       BuscaPrecio.
           MOVE "N" TO PrecioHalladoFlag.
           MOVE ZEROS TO PrecioVigente.
           PERFORM BuscaVersionVigente.
           IF IdxVersionElegida NOT = ZEROS
               MOVE VER-Precio(IdxVersionElegida) TO PrecioVigente
               MOVE "S" TO PrecioHalladoFlag
           ELSE
               MOVE SQ-Sku TO PX-Sku
               READ ArchivoPrecios KEY IS PX-Sku
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PX-Precio TO PrecioVigente
                       MOVE "S" TO PrecioHalladoFlag
               END-READ.

       BuscaVersionVigente.
           MOVE ZEROS TO IdxVersionElegida.
           MOVE ZEROS TO FechaMejor.
           PERFORM CompruebaVersion
               VARYING IdxVersion FROM 1 BY 1
               UNTIL IdxVersion > TotalVersiones.

       CompruebaVersion.
           IF VER-Sku(IdxVersion) = SQ-Sku
               AND VER-FechaEfectiva(IdxVersion) <= FechaHoy
               AND VER-FechaEfectiva(IdxVersion) >= FechaMejor
               MOVE VER-FechaEfectiva(IdxVersion) TO FechaMejor
               MOVE IdxVersion TO IdxVersionElegida.

      *( igual que en la facturacion, el precio de contrato del
      *  cliente manda sobre las promociones y los tramos, y la
      *  promocion vigente sobre el tramo por cantidad; el precio
      *  neto unitario es el que se respetara al convertir el
      *  presupuesto en pedido )
       CalculaLinea.
           ADD 1 TO TotalLineasPre.
           MOVE SQ-Sku TO LPQ-Sku(TotalLineasPre).
           MOVE SQ-Cantidad TO LPQ-Cantidad(TotalLineasPre).
           MOVE PrecioVigente TO LPQ-PrecioTarifa(TotalLineasPre).
           MOVE ZEROS TO LPQ-PorcDescuento(TotalLineasPre).
           MOVE SPACES TO LPQ-Campana(TotalLineasPre).
           MOVE "N" TO LPQ-Contrato(TotalLineasPre).
           PERFORM BuscaContrato.
           IF ContratoHallado
               PERFORM CalculaLineaContrato
           ELSE
               PERFORM CalculaLineaTarifa.
           MOVE ImporteLinea TO LPQ-Importe(TotalLineasPre).
           COMPUTE LPQ-PrecioNeto(TotalLineasPre) ROUNDED =
               ImporteLinea / SQ-Cantidad.
           ADD ImporteLinea TO BasePresupuesto.

      *( precio neto del contrato o su descuento sobre la tarifa;
      *  la linea se marca para que el documento lo indique )
       CalculaLineaContrato.
           IF ContratoPrecio NOT = ZEROS
               MOVE ContratoPrecio TO PrecioContrato
           ELSE
               COMPUTE PrecioContrato ROUNDED = PrecioVigente *
                   (100 - ContratoDescuento) / 100
               MOVE ContratoDescuento
                   TO LPQ-PorcDescuento(TotalLineasPre).
           COMPUTE ImporteLinea ROUNDED =
               SQ-Cantidad * PrecioContrato
               ON SIZE ERROR
                   MOVE ZEROS TO ImporteLinea
           END-COMPUTE.
           MOVE "S" TO LPQ-Contrato(TotalLineasPre).

       CalculaLineaTarifa.
           PERFORM BuscaPromocion.
           IF PromoHallada
               PERFORM CalculaPrecioPromo
               COMPUTE ImporteLinea ROUNDED =
                   SQ-Cantidad * PrecioPromo
                   ON SIZE ERROR
                       MOVE ZEROS TO ImporteLinea
               END-COMPUTE
               MOVE PRM-Campana(IdxPromoHallada)
                   TO LPQ-Campana(TotalLineasPre)
               MOVE PRM-PorcDescuento(IdxPromoHallada)
                   TO LPQ-PorcDescuento(TotalLineasPre)
           ELSE
               COMPUTE ImporteBruto ROUNDED =
                   SQ-Cantidad * PrecioVigente
                   ON SIZE ERROR
                       MOVE ZEROS TO ImporteBruto
               END-COMPUTE
               PERFORM BuscaTramoDescuento
               IF IdxTramoElegido = ZEROS
                   MOVE ImporteBruto TO ImporteLinea
               ELSE
                   MOVE DSC-Descuento(IdxTramoElegido)
                       TO LPQ-PorcDescuento(TotalLineasPre)
                   COMPUTE ImporteLinea ROUNDED = ImporteBruto *
                       (100 - DSC-Descuento(IdxTramoElegido)) / 100.

      *( la misma busqueda que FacturaPedidos: el contrato del SKU
      *  manda sobre el descuento de catalogo del cliente, y de
      *  cada clave vale el de inicio mas reciente en vigor hoy )
       BuscaContrato.
           MOVE "N" TO ContratoHalladoFlag.
           MOVE SQ-Sku TO SkuContrato.
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
               MOVE CT-PorcDescuento TO ContratoDescuento.

       BuscaPromocion.
           MOVE "N" TO PromoHalladaFlag.
           MOVE ZEROS TO IdxPromoHallada.
           PERFORM CompruebaPromocion
               VARYING IdxPromo FROM 1 BY 1
               UNTIL IdxPromo > TotalPromociones OR PromoHallada.

       CompruebaPromocion.
           IF PRM-Sku(IdxPromo) = SQ-Sku
               AND PRM-FechaDesde(IdxPromo) <= FechaHoy
               AND PRM-FechaHasta(IdxPromo) >= FechaHoy
               MOVE "S" TO PromoHalladaFlag
               MOVE IdxPromo TO IdxPromoHallada.

       CalculaPrecioPromo.
           IF PRM-Precio(IdxPromoHallada) NOT = ZEROS
               MOVE PRM-Precio(IdxPromoHallada) TO PrecioPromo
           ELSE
               COMPUTE PrecioPromo ROUNDED = PrecioVigente *
                   (100 - PRM-PorcDescuento(IdxPromoHallada)) / 100.

       BuscaTramoDescuento.
           MOVE -1 TO MejorUmbral.
           MOVE ZEROS TO IdxTramoElegido.
           PERFORM CompruebaTramo
               VARYING IdxDescuento FROM 1 BY 1
               UNTIL IdxDescuento > TotalDescuentos.

       CompruebaTramo.
           IF DSC-Sku(IdxDescuento) = SQ-Sku
               AND SQ-Cantidad >= DSC-Umbral(IdxDescuento)
               AND DSC-Umbral(IdxDescuento) > MejorUmbral
               MOVE DSC-Umbral(IdxDescuento) TO MejorUmbral
               MOVE IdxDescuento TO IdxTramoElegido.

       RechazaLinea.
           ADD 1 TO TotalLineasRechazadas.
           MOVE SPACES TO LineaPresupuesto.
           EVALUATE TRUE
               WHEN SQ-Cantidad NOT NUMERIC OR SQ-Cantidad = ZEROS
                   STRING "Solicitud " SQ-Referencia " linea "
                       SQ-Sku " rechazada: cantidad cero"
                       DELIMITED BY SIZE INTO LineaPresupuesto
               WHEN NOT PrecioHallado
                   STRING "Solicitud " SQ-Referencia " linea "
                       SQ-Sku " rechazada: SKU sin precio"
                       DELIMITED BY SIZE INTO LineaPresupuesto
               WHEN OTHER
                   STRING "Solicitud " SQ-Referencia " linea "
                       SQ-Sku " rechazada: mas de 50 lineas"
                       DELIMITED BY SIZE INTO LineaPresupuesto
           END-EVALUATE.
           DISPLAY LineaPresupuesto.

      *( solo se numera el presupuesto que tiene alguna linea
      *  valorada; cada linea queda en presupuestos.dat pendiente
      *  de la respuesta del cliente )
       CierraPresupuesto.
           MOVE "N" TO HaySolicitudAbierta.
           IF TotalLineasPre = ZEROS
               DISPLAY "Presupuestos: la solicitud " ReferenciaActual
                   " no tiene lineas validas."
           ELSE
               ADD 1 TO UltimoPresupuesto
               ADD 1 TO TotalEmitidos
               ADD BasePresupuesto TO TotalImporteEmitido
               PERFORM BuscaCliente
               PERFORM EscribeCabeceraDocumento
               PERFORM GrabaLineaPresupuesto
                   VARYING IdxLinea FROM 1 BY 1
                   UNTIL IdxLinea > TotalLineasPre
               PERFORM EscribePieDocumento.

       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE ClienteActualId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteHalladoFlag
           END-READ.

       GrabaLineaPresupuesto.
           MOVE UltimoPresupuesto TO PQ-Numero.
           MOVE IdxLinea TO PQ-Linea.
           MOVE FechaHoy TO PQ-Fecha.
           MOVE FechaValidez TO PQ-FechaValidez.
           MOVE ClienteActualId TO PQ-ClienteId.
           IF ClienteHallado
               MOVE CLI-Nombre TO PQ-Cliente
           ELSE
               MOVE ClienteActual TO PQ-Cliente.
           MOVE LPQ-Sku(IdxLinea) TO PQ-Sku.
           MOVE LPQ-Cantidad(IdxLinea) TO PQ-Cantidad.
           MOVE LPQ-PrecioTarifa(IdxLinea) TO PQ-PrecioTarifa.
           MOVE LPQ-PorcDescuento(IdxLinea) TO PQ-PorcDescuento.
           MOVE LPQ-Campana(IdxLinea) TO PQ-Campana.
           MOVE LPQ-PrecioNeto(IdxLinea) TO PQ-PrecioNeto.
           MOVE LPQ-Importe(IdxLinea) TO PQ-Importe.
           MOVE "P" TO PQ-Estado.
           MOVE FechaHoy TO PQ-FechaEstado.
           MOVE ZEROS TO PQ-Pedido.
           MOVE VendedorActual TO PQ-VendedorId.
           WRITE PQ-Registro.
           MOVE LPQ-Cantidad(IdxLinea) TO CantidadEditada.
           MOVE LPQ-PrecioTarifa(IdxLinea) TO TarifaEditada.
           MOVE LPQ-PorcDescuento(IdxLinea) TO PorcEditado.
           MOVE LPQ-PrecioNeto(IdxLinea) TO PrecioEditado.
           MOVE LPQ-Importe(IdxLinea) TO ImporteEditado.
           MOVE SPACES TO LineaPresupuesto.
           STRING LPQ-Sku(IdxLinea) " " CantidadEditada
               "  " TarifaEditada "  " PorcEditado
               "  " PrecioEditado "  " ImporteEditado
               DELIMITED BY SIZE INTO LineaPresupuesto.
           IF LPQ-Campana(IdxLinea) NOT = SPACES
               MOVE LPQ-Campana(IdxLinea) TO LineaPresupuesto(70:8).
           IF LPQ-Contrato(IdxLinea) = "S"
               MOVE "contrato" TO LineaPresupuesto(70:8).
           WRITE LineaPresupuesto.

       EscribeCabeceraDocumento.
           MOVE SPACES TO LineaPresupuesto.
           STRING "PRESUPUESTO N. " UltimoPresupuesto
               "     Fecha " FechaHoy
               "     Valido hasta " FechaValidez
               DELIMITED BY SIZE INTO LineaPresupuesto.
           WRITE LineaPresupuesto AFTER ADVANCING PAGE.
           MOVE SPACES TO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE SPACES TO LineaPresupuesto.
           IF ClienteHallado
               STRING "Cliente: " ClienteActualId " " CLI-Nombre
                   DELIMITED BY SIZE INTO LineaPresupuesto
               WRITE LineaPresupuesto
               MOVE SPACES TO LineaPresupuesto
               STRING "         " CLI-Calle
                   DELIMITED BY SIZE INTO LineaPresupuesto
               WRITE LineaPresupuesto
               MOVE SPACES TO LineaPresupuesto
               STRING "         " CLI-CodigoPostal " " CLI-Ciudad
                   DELIMITED BY SIZE INTO LineaPresupuesto
               WRITE LineaPresupuesto
           ELSE
               STRING "Cliente: " ClienteActualId " " ClienteActual
                   DELIMITED BY SIZE INTO LineaPresupuesto
               WRITE LineaPresupuesto.
           MOVE SPACES TO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE SPACES TO LineaPresupuesto.
           MOVE "SKU" TO LineaPresupuesto(1:3).
           MOVE "Cant." TO LineaPresupuesto(12:5).
           MOVE "Tarifa" TO LineaPresupuesto(18:6).
           MOVE "Dto.%" TO LineaPresupuesto(26:5).
           MOVE "P. neto" TO LineaPresupuesto(33:7).
           MOVE "Importe" TO LineaPresupuesto(48:7).
           MOVE "Campana" TO LineaPresupuesto(70:7).
           WRITE LineaPresupuesto.
           MOVE ALL "-" TO LineaPresupuesto.
           WRITE LineaPresupuesto.

       EscribePieDocumento.
           MOVE ALL "-" TO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE BasePresupuesto TO ImporteEditado.
           MOVE SPACES TO LineaPresupuesto.
           STRING "Base imponible:                         "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE "Impuestos no incluidos; se aplicaran los vigentes "
               TO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE SPACES TO LineaPresupuesto.
           STRING "en la fecha de factura. Precios validos hasta el "
               FechaValidez "."
               DELIMITED BY SIZE INTO LineaPresupuesto.
           WRITE LineaPresupuesto.
           MOVE SPACES TO LineaPresupuesto.
           STRING "Para aceptarlo indique el presupuesto n. "
               UltimoPresupuesto "."
               DELIMITED BY SIZE INTO LineaPresupuesto.
           WRITE LineaPresupuesto.

       EscribeResumen.
           MOVE TotalImporteEmitido TO TotalEditado.
           DISPLAY "Presupuestos: emitidos " TotalEmitidos
               " por " TotalEditado
               ", lineas rechazadas " TotalLineasRechazadas.

       END PROGRAM Presupuestos.
