       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExistenciasMQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoJournal ASSIGN TO "mq_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoLotes ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Clave
               FILE STATUS IS EstadoLotes.
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
           SELECT OPTIONAL ArchivoPromociones
               ASSIGN TO "promociones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPromociones.
           SELECT OPTIONAL ArchivoDescuentos ASSIGN TO DESCUENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDescuentos.
           SELECT OPTIONAL ArchivoPendientes
               ASSIGN TO "pedidos_pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPendientes.
           SELECT OPTIONAL ArchivoCompras
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoCompras.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "compras_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "niveles_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoJournal.
       COPY "MQJOURNL.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoLotes.
       COPY "STKLOTE.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
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
       FD  ArchivoDescuentos.
       01  DS-Registro.
           05 DS-Sku PIC X(10).
           05 DS-Umbral PIC 999.
           05 DS-Descuento PIC 99V99.
       FD  ArchivoPendientes.
       01  BO-Registro.
           05 BO-Id PIC 9(6).
           05 BO-Cliente PIC X(20).
           05 BO-ClienteId PIC 9(6).
           05 BO-Sku PIC X(10).
           05 BO-Cantidad PIC 9(5).
           05 BO-VendedorId PIC 9(6).
           05 BO-Presupuesto PIC 9(6).
           05 BO-PrecioPactado PIC 99V9(4).
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       FD  ArchivoParametros.
       01  NPA-Registro.
           05 NPA-DiasHistoria PIC 9(3).
           05 NPA-FactorSeguridad PIC 9V99.
           05 NPA-DiasCobertura PIC 9(3).
           05 NPA-PorcentajeAprobacion PIC 9(3).
           05 NPA-PlazoDefecto PIC 9(3).
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayArchivoStock VALUE "05".
       01  EstadoLotes PIC XX VALUE "00".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayArchivoPrecios VALUE "05".
       01  EstadoVersiones PIC XX VALUE "00".
           88 NoHayVersiones VALUE "05".
       01  EstadoPromociones PIC XX VALUE "00".
           88 NoHayPromociones VALUE "05".
       01  EstadoDescuentos PIC XX VALUE "00".
           88 NoHayDescuentos VALUE "05".
       01  EstadoPendientes PIC XX VALUE "00".
           88 NoHayPendientes VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  NombreQMgr PIC X(48) VALUE "QM.CALCULADORA".
       77  NombreColaEntrada PIC X(48) VALUE "STOCK.PETICIONES".
       77  NombreColaSalida PIC X(48) VALUE "STOCK.RESPUESTAS".
       77  NombreColaMuertas PIC X(48) VALUE "STOCK.PETICIONES.DLQ".
       77  HConn PIC S9(9) COMP VALUE ZERO.
       77  HObjEntrada PIC S9(9) COMP VALUE ZERO.
       77  HObjSalida PIC S9(9) COMP VALUE ZERO.
       77  HObjMuertas PIC S9(9) COMP VALUE ZERO.
       77  OpcionesApertura PIC S9(9) COMP VALUE ZERO.
       77  OpcionesGet PIC S9(9) COMP VALUE ZERO.
       77  OpcionesPut PIC S9(9) COMP VALUE ZERO.
       77  CodigoCompletado PIC S9(9) COMP VALUE ZERO.
       77  CodigoRazon PIC S9(9) COMP VALUE ZERO.
       77  LongitudBuffer PIC S9(9) COMP VALUE 512.
       77  LongitudDatos PIC S9(9) COMP VALUE ZERO.
       01  DescriptorMensaje.
           05 MD-MsgId PIC X(24) VALUE SPACES.
           05 MD-CorrelId PIC X(24) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
       77  MensajeEntrada PIC X(512) VALUE SPACES.
       77  MensajeSalida PIC X(512) VALUE SPACES.
       77  FinPeticiones PIC X VALUE "N".
           88 NoHayMasPeticiones VALUE "S".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  SkuTxt PIC X(13) VALUE SPACES.
       77  CantidadTxt PIC X(13) VALUE SPACES.
       77  CamposLeidos PIC 9 VALUE ZERO.
       77  CodEntrada PIC S9(4) VALUE ZERO.
       77  SkuBuscado PIC X(10) VALUE SPACES.
       77  CantidadPedida PIC 9(5) VALUE ZEROS.
       77  PeticionMuertaFlag PIC X VALUE "N".
           88 PeticionMuerta VALUE "S".
       77  TipoAnotacion PIC X VALUE SPACE.
       77  TextoAnotacion PIC X(120) VALUE SPACES.
       77  TotalAtendidas PIC 9(6) VALUE ZEROS.
       77  TotalNoEncontrados PIC 9(6) VALUE ZEROS.
       77  TotalMuertas PIC 9(6) VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  DiasHistoria PIC 9(3) VALUE 182.
       77  PlazoDefecto PIC 9(3) VALUE 14.
       77  PlazoSku PIC 9(3) VALUE ZEROS.
       77  DiasPlazo PIC S9(5) VALUE ZEROS.
       77  Disponible PIC S9(7) VALUE ZEROS.
       77  ReservadoPendientes PIC 9(7) VALUE ZEROS.
       77  ServibleFlag PIC X VALUE "N".
       77  PrecioVigente PIC 99V99 VALUE ZEROS.
       77  PrecioFinal PIC 99V99 VALUE ZEROS.
       77  CampanaAplicada PIC X(8) VALUE SPACES.
       77  FechaMejor PIC 9(8) VALUE ZEROS.
       77  TotalVersiones PIC 9(4) VALUE ZEROS.
       77  IdxVersion PIC 9(4) COMP VALUE ZEROS.
       77  IdxVersionElegida PIC 9(4) COMP VALUE ZEROS.
       77  TotalPromociones PIC 99 VALUE ZEROS.
       77  IdxPromo PIC 99 VALUE ZEROS.
       77  IdxPromoHallada PIC 99 VALUE ZEROS.
       77  PromoHalladaFlag PIC X VALUE "N".
           88 PromoHallada VALUE "S".
       77  TotalDescuentos PIC 99 VALUE ZEROS.
       77  IdxDescuento PIC 99 VALUE ZEROS.
       77  IdxTramoElegido PIC 99 VALUE ZEROS.
       77  MejorUmbral PIC S999 VALUE -1.
       77  VendedorBuscado PIC X(20) VALUE SPACES.
       77  TotalVendedores PIC 99 VALUE ZEROS.
       77  IdxVendedor PIC 99 COMP VALUE ZEROS.
       77  IdxVendedorHallado PIC 99 COMP VALUE ZEROS.
       77  VendedorHalladoFlag PIC X VALUE "N".
           88 VendedorHallado VALUE "S".
       77  DisponibleEditado PIC 9(7).
       77  PrecioEditado PIC Z9,99.
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
       01  TablaPlazos.
           05 PLZ-Entrada OCCURS 50 TIMES.
               10 PLZ-Vendedor PIC X(20).
               10 PLZ-Recepciones PIC 9(5).
               10 PLZ-DiasTotal PIC 9(7).

       PROCEDURE DIVISION.
      *( servicio de consulta de existencias y precios para la
      *  tienda web y las tabletas de los comerciales. La peticion
      *  trae SKU|CANTIDAD y la respuesta da lo disponible (las
      *  existencias sin lotes caducados y descontados los
      *  pendientes de servir), el precio unitario en vigor hoy
      *  con la promocion activa o, sin ella, el descuento por
      *  cantidad, y el plazo de entrega del vendedor del articulo.
      *  Precios, promociones y tramos siguen las reglas de
      *  FacturaPedidos; el plazo es el medio de las recepciones
      *  del historico de compras, como en RecalculaNiveles. El
      *  journal, la cola de muertas y la correlacion son los del
      *  puente de la calculadora )
       Inicio.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           CALL "MQCONN" USING NombreQMgr HConn CodigoCompletado
               CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaEntrada OpcionesApertura
               HObjEntrada CodigoCompletado CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaSalida OpcionesApertura
               HObjSalida CodigoCompletado CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaMuertas
               OpcionesApertura HObjMuertas CodigoCompletado
               CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           OPEN INPUT ArchivoStock.
           IF NoHayArchivoStock
               DISPLAY "ExistenciasMQ: no se encontro stock.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoPrecios.
           IF NoHayArchivoPrecios
               DISPLAY "ExistenciasMQ: no se encontro "
                   "precios_maestro.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoLotes.
           PERFORM CargaVersiones.
           PERFORM CargaPromociones.
           PERFORM CargaDescuentos.
           PERFORM CargaPlazos.
           OPEN EXTEND ArchivoJournal.
           PERFORM AtiendePeticion UNTIL NoHayMasPeticiones.
           CLOSE ArchivoJournal.
           CLOSE ArchivoStock.
           CLOSE ArchivoPrecios.
           CLOSE ArchivoLotes.
           CALL "MQCLOSE" USING HConn HObjEntrada CodigoCompletado
               CodigoRazon.
           CALL "MQCLOSE" USING HConn HObjSalida CodigoCompletado
               CodigoRazon.
           CALL "MQCLOSE" USING HConn HObjMuertas CodigoCompletado
               CodigoRazon.
           CALL "MQDISC" USING HConn CodigoCompletado CodigoRazon.
           DISPLAY "ExistenciasMQ: atendidas " TotalAtendidas
               " no encontrados " TotalNoEncontrados
               " a cola de muertas " TotalMuertas.
           STOP RUN.

       CompruebaLlamadaMQ.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "ExistenciasMQ: fallo MQ, codigo de razon "
                   CodigoRazon
               MOVE 8 TO RETURN-CODE
               STOP RUN.

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
                   ELSE
                       DISPLAY "ExistenciasMQ: tabla de versiones "
                           "de precio llena, se omite " PV-Sku
                           " del " PV-FechaEfectiva
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

      *( plazo medio por vendedor: dias de la fecha de la orden a
      *  cada recepcion de los ultimos dias de historia de
      *  niveles_param.dat; sin recepciones vale el plazo por
      *  defecto de los mismos parametros )
       CargaPlazos.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF NPA-DiasHistoria NOT = ZEROS
                           MOVE NPA-DiasHistoria TO DiasHistoria
                       END-IF
                       IF NPA-PlazoDefecto NOT = ZEROS
                           MOVE NPA-PlazoDefecto TO PlazoDefecto
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.
           COMPUTE FechaDesde = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FechaHoy) - DiasHistoria).
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoCompras.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico OR NoHayCompras
               MOVE "S" TO FinArchivo.
           PERFORM AcumulaPlazo UNTIL NoHayMasRegistros.
           CLOSE ArchivoHistorico.
           CLOSE ArchivoCompras.

       AcumulaPlazo.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF HC-RECEPCION AND HC-Fecha > FechaDesde
                       MOVE HC-Orden TO OC-Numero
                       READ ArchivoCompras KEY IS OC-Numero
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM AnotaPlazo
                       END-READ
                   END-IF
           END-READ.

       AnotaPlazo.
           IF HC-Fecha >= OC-Fecha
               COMPUTE DiasPlazo =
                   FUNCTION INTEGER-OF-DATE(HC-Fecha)
                   - FUNCTION INTEGER-OF-DATE(OC-Fecha)
               MOVE OC-Vendedor TO VendedorBuscado
               PERFORM BuscaVendedor
               IF NOT VendedorHallado AND TotalVendedores < 50
                   ADD 1 TO TotalVendedores
                   MOVE VendedorBuscado
                       TO PLZ-Vendedor(TotalVendedores)
                   MOVE ZEROS TO PLZ-Recepciones(TotalVendedores)
                   MOVE ZEROS TO PLZ-DiasTotal(TotalVendedores)
                   MOVE "S" TO VendedorHalladoFlag
                   MOVE TotalVendedores TO IdxVendedorHallado
               END-IF
               IF VendedorHallado
                   ADD 1 TO PLZ-Recepciones(IdxVendedorHallado)
                   ADD DiasPlazo TO PLZ-DiasTotal(IdxVendedorHallado)
               END-IF
           END-IF.

       BuscaVendedor.
           MOVE "N" TO VendedorHalladoFlag.
           MOVE ZEROS TO IdxVendedorHallado.
           PERFORM CompruebaVendedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores OR VendedorHallado.

       CompruebaVendedor.
           IF PLZ-Vendedor(IdxVendedor) = VendedorBuscado
               MOVE "S" TO VendedorHalladoFlag
               MOVE IdxVendedor TO IdxVendedorHallado.

       AtiendePeticion.
           CALL "MQGET" USING HConn HObjEntrada DescriptorMensaje
               OpcionesGet LongitudBuffer MensajeEntrada LongitudDatos
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               MOVE "S" TO FinPeticiones
           ELSE
               MOVE "P" TO TipoAnotacion
               MOVE MensajeEntrada TO TextoAnotacion
               PERFORM AnotaJournal
               PERFORM ProcesaMensaje
               IF PeticionMuerta
                   PERFORM EnviaColaMuertas
               ELSE
                   PERFORM EnviaRespuesta.

       AnotaJournal.
           MOVE TipoAnotacion TO JRN-Tipo.
           MOVE MD-MsgId TO JRN-MsgId.
           ACCEPT JRN-Fecha FROM DATE YYYYMMDD.
           ACCEPT JRN-Hora FROM TIME.
           MOVE TextoAnotacion TO JRN-Texto.
           WRITE JRN-Registro.

      *( la peticion trae el SKU y la cantidad en texto; sin SKU
      *  o con una cantidad no numerica va a la cola de muertas )
       ProcesaMensaje.
           MOVE SPACES TO MensajeSalida.
           MOVE "N" TO PeticionMuertaFlag.
           MOVE SPACES TO SkuTxt.
           MOVE SPACES TO CantidadTxt.
           MOVE ZERO TO CamposLeidos.
           UNSTRING MensajeEntrada DELIMITED BY "|"
               INTO SkuTxt CantidadTxt
               TALLYING IN CamposLeidos.
           MOVE FUNCTION TEST-NUMVAL(CantidadTxt) TO CodEntrada.
           IF CamposLeidos < 2 OR SkuTxt = SPACES
               OR CantidadTxt = SPACES OR CodEntrada NOT = ZERO
               MOVE "S" TO PeticionMuertaFlag
           ELSE
               MOVE SkuTxt TO SkuBuscado
               COMPUTE CantidadPedida =
                   FUNCTION NUMVAL(CantidadTxt)
               PERFORM ConsultaArticulo.

       ConsultaArticulo.
           MOVE SkuBuscado TO PX-Sku.
           READ ArchivoPrecios KEY IS PX-Sku
               INVALID KEY
                   ADD 1 TO TotalNoEncontrados
                   STRING "ERROR=SKU-NO-ENCONTRADO|" SkuBuscado
                       DELIMITED BY SIZE INTO MensajeSalida
               NOT INVALID KEY
                   PERFORM CalculaDisponible
                   PERFORM CalculaPrecio
                   PERFORM CalculaPlazo
                   PERFORM FormateaRespuesta
           END-READ.

      *( lo disponible es el total de la empresa del maestro sin
      *  los lotes ya caducados y menos lo que espera en
      *  pedidos_pendientes.dat; nunca sale negativo )
       CalculaDisponible.
           MOVE ZEROS TO Disponible.
           MOVE SkuBuscado TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-Cantidad TO Disponible
                   PERFORM RestaLotesCaducados
           END-READ.
           PERFORM SumaPendientes.
           SUBTRACT ReservadoPendientes FROM Disponible.
           IF Disponible < ZEROS
               MOVE ZEROS TO Disponible.
           IF Disponible >= CantidadPedida
               MOVE "S" TO ServibleFlag
           ELSE
               MOVE "N" TO ServibleFlag.

       RestaLotesCaducados.
           MOVE "N" TO FinArchivo.
           MOVE SkuBuscado TO SL-Sku.
           MOVE LOW-VALUES TO SL-Lote.
           START ArchivoLotes KEY IS NOT LESS THAN SL-Clave
               INVALID KEY MOVE "S" TO FinArchivo
           END-START.
           PERFORM RestaUnLoteCaducado UNTIL NoHayMasRegistros.

       RestaUnLoteCaducado.
           READ ArchivoLotes NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF SL-Sku NOT = SkuBuscado
                       MOVE "S" TO FinArchivo
                   ELSE
                       IF SL-Cantidad > ZEROS
                           AND SL-FechaCaducidad < FechaHoy
                           SUBTRACT SL-Cantidad FROM Disponible
                       END-IF
                   END-IF
           END-READ.

       SumaPendientes.
           MOVE ZEROS TO ReservadoPendientes.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPendientes.
           IF NoHayPendientes
               MOVE "S" TO FinArchivo.
           PERFORM SumaUnPendiente UNTIL NoHayMasRegistros.
           CLOSE ArchivoPendientes.

       SumaUnPendiente.
           READ ArchivoPendientes
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF BO-Sku = SkuBuscado
                       ADD BO-Cantidad TO ReservadoPendientes
                   END-IF
           END-READ.

      *( precio en vigor hoy: version fechada o, sin ella, el
      *  maestro; la promocion activa manda sobre los tramos por
      *  cantidad, igual que en la facturacion )
       CalculaPrecio.
           MOVE PX-Precio TO PrecioVigente.
           MOVE ZEROS TO IdxVersionElegida.
           MOVE ZEROS TO FechaMejor.
           PERFORM CompruebaVersion
               VARYING IdxVersion FROM 1 BY 1
               UNTIL IdxVersion > TotalVersiones.
           IF IdxVersionElegida NOT = ZEROS
               MOVE VER-Precio(IdxVersionElegida) TO PrecioVigente.
           MOVE SPACES TO CampanaAplicada.
           MOVE "N" TO PromoHalladaFlag.
           MOVE ZEROS TO IdxPromoHallada.
           PERFORM CompruebaPromocion
               VARYING IdxPromo FROM 1 BY 1
               UNTIL IdxPromo > TotalPromociones OR PromoHallada.
           IF PromoHallada
               MOVE PRM-Campana(IdxPromoHallada) TO CampanaAplicada
               IF PRM-Precio(IdxPromoHallada) NOT = ZEROS
                   MOVE PRM-Precio(IdxPromoHallada) TO PrecioFinal
               ELSE
                   COMPUTE PrecioFinal ROUNDED = PrecioVigente *
                       (100 - PRM-PorcDescuento(IdxPromoHallada))
                       / 100
               END-IF
           ELSE
               PERFORM BuscaTramoDescuento
               IF IdxTramoElegido = ZEROS
                   MOVE PrecioVigente TO PrecioFinal
               ELSE
                   COMPUTE PrecioFinal ROUNDED = PrecioVigente *
                       (100 - DSC-Descuento(IdxTramoElegido)) / 100.

       CompruebaVersion.
           IF VER-Sku(IdxVersion) = SkuBuscado
               AND VER-FechaEfectiva(IdxVersion) <= FechaHoy
               AND VER-FechaEfectiva(IdxVersion) >= FechaMejor
               MOVE VER-FechaEfectiva(IdxVersion) TO FechaMejor
               MOVE IdxVersion TO IdxVersionElegida.

       CompruebaPromocion.
           IF PRM-Sku(IdxPromo) = SkuBuscado
               AND PRM-FechaDesde(IdxPromo) <= FechaHoy
               AND PRM-FechaHasta(IdxPromo) >= FechaHoy
               MOVE "S" TO PromoHalladaFlag
               MOVE IdxPromo TO IdxPromoHallada.

       BuscaTramoDescuento.
           MOVE -1 TO MejorUmbral.
           MOVE ZEROS TO IdxTramoElegido.
           PERFORM CompruebaTramo
               VARYING IdxDescuento FROM 1 BY 1
               UNTIL IdxDescuento > TotalDescuentos.

       CompruebaTramo.
           IF DSC-Sku(IdxDescuento) = SkuBuscado
               AND CantidadPedida >= DSC-Umbral(IdxDescuento)
               AND DSC-Umbral(IdxDescuento) > MejorUmbral
               MOVE DSC-Umbral(IdxDescuento) TO MejorUmbral
               MOVE IdxDescuento TO IdxTramoElegido.

      *( el vendedor del articulo es el del maestro de precios )
       CalculaPlazo.
           MOVE PlazoDefecto TO PlazoSku.
           IF PX-Vendedor NOT = SPACES
               MOVE PX-Vendedor TO VendedorBuscado
               PERFORM BuscaVendedor
               IF VendedorHallado
                   AND PLZ-Recepciones(IdxVendedorHallado) NOT = ZEROS
                   COMPUTE PlazoSku ROUNDED =
                       PLZ-DiasTotal(IdxVendedorHallado)
                       / PLZ-Recepciones(IdxVendedorHallado)
               END-IF
           END-IF.
           IF PlazoSku = ZEROS
               MOVE 1 TO PlazoSku.

       FormateaRespuesta.
           ADD 1 TO TotalAtendidas.
           MOVE Disponible TO DisponibleEditado.
           MOVE PrecioFinal TO PrecioEditado.
           STRING "SKU=" SkuBuscado
               "|CANTIDAD=" CantidadPedida
               "|DISPONIBLE=" DisponibleEditado
               "|SERVIBLE=" ServibleFlag
               "|PRECIO=" PrecioEditado
               "|CAMPANA=" CampanaAplicada
               "|PLAZO=" PlazoSku
               "|VENDEDOR=" PX-Vendedor
               DELIMITED BY SIZE INTO MensajeSalida.

       EnviaRespuesta.
           MOVE MD-MsgId TO MD-CorrelId.
           CALL "MQPUT" USING HConn HObjSalida DescriptorMensaje
               OpcionesPut LongitudBuffer MensajeSalida
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "ExistenciasMQ: fallo al responder, codigo de "
                   "razon " CodigoRazon
           ELSE
               MOVE "R" TO TipoAnotacion
               MOVE MensajeSalida TO TextoAnotacion
               PERFORM AnotaJournal.

       EnviaColaMuertas.
           ADD 1 TO TotalMuertas.
           MOVE MD-MsgId TO MD-CorrelId.
           CALL "MQPUT" USING HConn HObjMuertas DescriptorMensaje
               OpcionesPut LongitudBuffer MensajeEntrada
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "ExistenciasMQ: fallo al encolar en la cola "
                   "de muertas, codigo de razon " CodigoRazon
           ELSE
               MOVE "D" TO TipoAnotacion
               MOVE MensajeEntrada TO TextoAnotacion
               PERFORM AnotaJournal.

       END PROGRAM ExistenciasMQ.
