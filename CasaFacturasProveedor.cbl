       IDENTIFICATION DIVISION.
       PROGRAM-ID. CasaFacturasProveedor.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoFacturasProv
               ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoFacturasProv.
           SELECT OPTIONAL ArchivoCompras
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoCompras.
           SELECT OPTIONAL ArchivoPartidasProv
               ASSIGN TO "partidas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Clave
               FILE STATUS IS EstadoPartidasProv.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "casacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoHistorico ASSIGN TO "compras_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT ReporteCasacion ASSIGN TO "casacion_proveedor.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteBloqueos
               ASSIGN TO "facturas_bloqueadas.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFacturasProv.
       COPY "FACPROV.cpy".
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoPartidasProv.
       COPY "PARTPROV.cpy".
       FD  ArchivoParametros.
       01  CP-Registro.
           05 CP-TolPrecio PIC 99V99.
           05 CP-TolCantidad PIC 99V99.
           05 CP-DiasPago PIC 999.
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       FD  ReporteCasacion.
       01  LineaCasacion PIC X(90).
       FD  ReporteBloqueos.
       01  LineaBloqueo PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoFacturasProv PIC XX VALUE "00".
           88 NoHayFacturasProv VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoPartidasProv PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       77  FinFacturas PIC X VALUE "N".
           88 NoHayMasFacturas VALUE "S".
       77  OrdenHalladaFlag PIC X VALUE "N".
           88 OrdenHallada VALUE "S".
       77  BloqueadaFlag PIC X VALUE "N".
           88 FacturaBloqueada VALUE "S".
       77  LineaBloqueadaFlag PIC X VALUE "N".
           88 LineaBloqueada VALUE "S".
      *( tolerancias en tanto por ciento sobre el precio acordado
      *  y sobre la cantidad recibida; sin fichero de parametros
      *  la casacion es exacta y el vencimiento a treinta dias )
       77  TolPrecio PIC 99V99 VALUE ZEROS.
       77  TolCantidad PIC 99V99 VALUE ZEROS.
       77  DiasPago PIC 999 VALUE 30.
       77  VendedorActual PIC X(20) VALUE SPACES.
       77  FacturaActual PIC X(12) VALUE SPACES.
       77  FechaFacturaActual PIC 9(8) VALUE ZEROS.
       77  FechaVencimientoActual PIC 9(8) VALUE ZEROS.
       77  DiaEntero PIC 9(8) VALUE ZEROS.
       77  MotivoBloqueo PIC X(30) VALUE SPACES.
       77  DiferenciaPrecio PIC S99V99 VALUE ZEROS.
       77  MargenPrecio PIC 99V9999 VALUE ZEROS.
       77  CantidadAdmitida PIC 9(8) VALUE ZEROS.
       77  CantidadPrevia PIC 9(7) VALUE ZEROS.
       77  CantidadAcumulada PIC 9(8) VALUE ZEROS.
       77  ImporteLinea PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteFactura PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteRegistrado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteBloqueado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  LineasFactura PIC 9(4) VALUE ZEROS.
       77  LineasBloqueadas PIC 9(4) VALUE ZEROS.
       77  TotalLineas PIC 9(6) VALUE ZEROS.
       77  TotalRegistradas PIC 9(4) VALUE ZEROS.
       77  TotalBloqueadas PIC 9(4) VALUE ZEROS.
       77  TotalDuplicadas PIC 9(4) VALUE ZEROS.
       77  TotalDesbordados PIC 9(4) VALUE ZEROS.
       77  PrecioEditado PIC Z9,99.
       77  PrecioEditado2 PIC Z9,99.
       77  ImporteEditado PIC -(11)9,99.
      *( lineas casadas de la factura en curso: pasan al historico
      *  de compras solo si la factura se registra )
       77  TotalLineasCasadas PIC 99 VALUE ZEROS.
       77  IdxCasada PIC 99 VALUE ZEROS.
       01  TablaCasadas.
           05 CAS-Entrada OCCURS 50 TIMES.
               10 CAS-Orden PIC 9(6).
               10 CAS-Sku PIC X(10).
               10 CAS-Cantidad PIC 9(7).
               10 CAS-Precio PIC 99V99.
               10 CAS-PrecioAcordado PIC 99V99.
               10 CAS-FechaPrometida PIC 9(8).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "CasaFacturasProveedor: casacion de facturas de "
               "proveedor contra ordenes y recepciones.".
           PERFORM CargaParametros.
           OPEN INPUT ArchivoFacturasProv.
           IF NoHayFacturasProv
               DISPLAY "CasaFacturasProveedor: no se encontro "
                   "facturas_proveedor.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoCompras
               IF NoHayCompras
                   DISPLAY "CasaFacturasProveedor: no se encontro "
                       "ordenes_compra.dat."
                   CLOSE ArchivoFacturasProv
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ArchivoPartidasProv
                   PERFORM AbreHistorico
                   OPEN OUTPUT ReporteCasacion
                   OPEN OUTPUT ReporteBloqueos
                   PERFORM EscribeTitulo
                   PERFORM LeeFactura
                   PERFORM ProcesaFactura UNTIL NoHayMasFacturas
                   CLOSE ArchivoFacturasProv
                   CLOSE ArchivoCompras
                   CLOSE ArchivoPartidasProv
                   CLOSE ArchivoHistorico
                   PERFORM EscribeResumen
                   CLOSE ReporteCasacion
                   CLOSE ReporteBloqueos
                   IF TotalDesbordados NOT = ZEROS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF TotalBloqueadas NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       MOVE CP-TolPrecio TO TolPrecio
                       MOVE CP-TolCantidad TO TolCantidad
                       IF CP-DiasPago NOT = ZEROS
                           MOVE CP-DiasPago TO DiasPago
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       EscribeTitulo.
           MOVE SPACES TO LineaCasacion.
           STRING "CASACION DE FACTURAS DE PROVEEDOR - tolerancia "
               "precio " TolPrecio "% cantidad " TolCantidad "%"
               DELIMITED BY SIZE INTO LineaCasacion.
           WRITE LineaCasacion.
           MOVE SPACES TO LineaCasacion.
           WRITE LineaCasacion.
           MOVE SPACES TO LineaBloqueo.
           MOVE "FACTURAS BLOQUEADAS PARA RECLAMAR AL PROVEEDOR"
               TO LineaBloqueo.
           WRITE LineaBloqueo.
           MOVE SPACES TO LineaBloqueo.
           WRITE LineaBloqueo.

       LeeFactura.
           READ ArchivoFacturasProv
               AT END MOVE "S" TO FinFacturas.

      *( las lineas de una misma factura llegan seguidas; la
      *  factura entera queda bloqueada si cualquiera de sus
      *  lineas no casa, y solo las casadas del todo pasan a
      *  partida abierta de proveedor )
       ProcesaFactura.
           MOVE FV-Vendedor TO VendedorActual.
           MOVE FV-Factura TO FacturaActual.
           MOVE FV-FechaFactura TO FechaFacturaActual.
           MOVE FV-FechaVencimiento TO FechaVencimientoActual.
           MOVE ZEROS TO ImporteFactura.
           MOVE ZEROS TO LineasFactura.
           MOVE ZEROS TO LineasBloqueadas.
           MOVE ZEROS TO TotalLineasCasadas.
           MOVE "N" TO BloqueadaFlag.
           PERFORM CompruebaDuplicada.
           PERFORM CasaLinea
               UNTIL NoHayMasFacturas
                  OR FV-Vendedor NOT = VendedorActual
                  OR FV-Factura NOT = FacturaActual.
           IF FacturaBloqueada
               PERFORM BloqueaFactura
           ELSE
               PERFORM RegistraPartida.

       CompruebaDuplicada.
           MOVE VendedorActual TO PP-Vendedor.
           MOVE FacturaActual TO PP-Factura.
           READ ArchivoPartidasProv KEY IS PP-Clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TotalDuplicadas
                   MOVE "S" TO BloqueadaFlag
                   MOVE SPACES TO LineaBloqueo
                   STRING "Factura " FacturaActual " de "
                       VendedorActual " ya registrada el "
                       PP-FechaFactura
                       DELIMITED BY SIZE INTO LineaBloqueo
                   WRITE LineaBloqueo
                   DISPLAY LineaBloqueo
           END-READ.

       CasaLinea.
           ADD 1 TO LineasFactura.
           ADD 1 TO TotalLineas.
           MOVE "N" TO LineaBloqueadaFlag.
           COMPUTE ImporteLinea = FV-Cantidad * FV-Precio.
           ADD ImporteLinea TO ImporteFactura.
           PERFORM BuscaOrden.
           EVALUATE TRUE
               WHEN NOT OrdenHallada
                   MOVE "orden de compra inexistente" TO MotivoBloqueo
                   PERFORM AnotaBloqueo
               WHEN OC-Vendedor NOT = FV-Vendedor
                   MOVE "orden de otro vendedor" TO MotivoBloqueo
                   PERFORM AnotaBloqueo
               WHEN OC-Sku NOT = FV-Sku
                   MOVE "SKU distinto del de la orden"
                       TO MotivoBloqueo
                   PERFORM AnotaBloqueo
               WHEN OC-CantidadRecibida = ZEROS
                   MOVE "sin recepcion" TO MotivoBloqueo
                   PERFORM AnotaBloqueo
               WHEN OTHER
                   PERFORM ComparaLinea
           END-EVALUATE.
           PERFORM LeeFactura.

       BuscaOrden.
           MOVE "N" TO OrdenHalladaFlag.
           MOVE FV-Orden TO OC-Numero.
           READ ArchivoCompras KEY IS OC-Numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO OrdenHalladaFlag
           END-READ.

      *( el precio facturado se compara en valor absoluto contra
      *  el acordado en la orden, y lo facturado de la orden, con
      *  lo de facturas anteriores y lo ya casado en esta, no
      *  puede pasar de lo recibido mas la tolerancia )
       ComparaLinea.
           COMPUTE DiferenciaPrecio = FV-Precio - OC-PrecioAcordado.
           IF DiferenciaPrecio < ZEROS
               COMPUTE DiferenciaPrecio = ZEROS - DiferenciaPrecio.
           COMPUTE MargenPrecio =
               OC-PrecioAcordado * TolPrecio / 100.
           IF DiferenciaPrecio > MargenPrecio
               MOVE FV-Precio TO PrecioEditado
               MOVE OC-PrecioAcordado TO PrecioEditado2
               MOVE SPACES TO MotivoBloqueo
               STRING "precio " PrecioEditado " acordado "
                   PrecioEditado2
                   DELIMITED BY SIZE INTO MotivoBloqueo
               PERFORM AnotaBloqueo.
           COMPUTE CantidadAdmitida = OC-CantidadRecibida +
               OC-CantidadRecibida * TolCantidad / 100.
           MOVE OC-CantidadFacturada TO CantidadAcumulada.
           PERFORM SumaCasadaOrden
               VARYING IdxCasada FROM 1 BY 1
               UNTIL IdxCasada > TotalLineasCasadas.
           MOVE CantidadAcumulada TO CantidadPrevia.
           ADD FV-Cantidad TO CantidadAcumulada.
           IF CantidadAcumulada > CantidadAdmitida
               MOVE SPACES TO MotivoBloqueo
               IF CantidadPrevia = ZEROS
                   STRING "cantidad: recibido " OC-CantidadRecibida
                       DELIMITED BY SIZE INTO MotivoBloqueo
               ELSE
                   STRING "cantidad: ya facturado "
                       CantidadPrevia
                       DELIMITED BY SIZE INTO MotivoBloqueo
               END-IF
               PERFORM AnotaBloqueo.
           IF NOT LineaBloqueada
              AND TotalLineasCasadas NOT < 50
               ADD 1 TO TotalDesbordados
               MOVE "mas de 50 lineas casadas" TO MotivoBloqueo
               PERFORM AnotaBloqueo.
           IF NOT LineaBloqueada
               MOVE SPACES TO LineaCasacion
               STRING "  Casada " FacturaActual " orden " FV-Orden
                   " " FV-Sku " cantidad " FV-Cantidad
                   DELIMITED BY SIZE INTO LineaCasacion
               WRITE LineaCasacion
               PERFORM GuardaLineaCasada.

       SumaCasadaOrden.
           IF CAS-Orden(IdxCasada) = FV-Orden
               ADD CAS-Cantidad(IdxCasada) TO CantidadAcumulada.

      *( la tabla no se llena nunca: ComparaLinea bloquea antes la
      *  factura que pasa de cincuenta lineas casadas )
       GuardaLineaCasada.
           ADD 1 TO TotalLineasCasadas.
           MOVE FV-Orden TO CAS-Orden(TotalLineasCasadas).
           MOVE FV-Sku TO CAS-Sku(TotalLineasCasadas).
           MOVE FV-Cantidad TO CAS-Cantidad(TotalLineasCasadas).
           MOVE FV-Precio TO CAS-Precio(TotalLineasCasadas).
           MOVE OC-PrecioAcordado
               TO CAS-PrecioAcordado(TotalLineasCasadas).
           MOVE OC-FechaPrometida
               TO CAS-FechaPrometida(TotalLineasCasadas).

       AnotaBloqueo.
           IF NOT LineaBloqueada
               ADD 1 TO LineasBloqueadas.
           MOVE "S" TO LineaBloqueadaFlag.
           MOVE "S" TO BloqueadaFlag.
           MOVE SPACES TO LineaBloqueo.
           STRING "  " FacturaActual " " VendedorActual
               " orden " FV-Orden " " FV-Sku ": " MotivoBloqueo
               DELIMITED BY SIZE INTO LineaBloqueo.
           WRITE LineaBloqueo.
           DISPLAY LineaBloqueo.

       BloqueaFactura.
           ADD 1 TO TotalBloqueadas.
           ADD ImporteFactura TO ImporteBloqueado.
           MOVE ImporteFactura TO ImporteEditado.
           MOVE SPACES TO LineaBloqueo.
           STRING "Factura " FacturaActual " de " VendedorActual
               " bloqueada: " LineasBloqueadas " de " LineasFactura
               " lineas, importe " ImporteEditado
               DELIMITED BY SIZE INTO LineaBloqueo.
           WRITE LineaBloqueo.
           MOVE SPACES TO LineaBloqueo.
           WRITE LineaBloqueo.

       RegistraPartida.
           IF FechaVencimientoActual = ZEROS
               COMPUTE DiaEntero =
                   FUNCTION INTEGER-OF-DATE(FechaFacturaActual)
                   + DiasPago
               COMPUTE FechaVencimientoActual =
                   FUNCTION DATE-OF-INTEGER(DiaEntero).
           MOVE VendedorActual TO PP-Vendedor.
           MOVE FacturaActual TO PP-Factura.
           MOVE FechaFacturaActual TO PP-FechaFactura.
           MOVE FechaVencimientoActual TO PP-FechaVencimiento.
           MOVE ImporteFactura TO PP-Importe.
           MOVE ImporteFactura TO PP-ImportePendiente.
           MOVE ZEROS TO PP-FechaPago.
           MOVE "A" TO PP-Estado.
           WRITE PP-Registro
               INVALID KEY
                   DISPLAY "CasaFacturasProveedor: no se pudo "
                       "registrar la factura " FacturaActual
               NOT INVALID KEY
                   ADD 1 TO TotalRegistradas
                   ADD ImporteFactura TO ImporteRegistrado
                   PERFORM AnotaHistorico
                       VARYING IdxCasada FROM 1 BY 1
                       UNTIL IdxCasada > TotalLineasCasadas
                   PERFORM AnotaFacturado
                       VARYING IdxCasada FROM 1 BY 1
                       UNTIL IdxCasada > TotalLineasCasadas
           END-WRITE.
           MOVE ImporteFactura TO ImporteEditado.
           MOVE SPACES TO LineaCasacion.
           STRING "Factura " FacturaActual " de " VendedorActual
               " a pagar " ImporteEditado
               " vence " FechaVencimientoActual
               DELIMITED BY SIZE INTO LineaCasacion.
           WRITE LineaCasacion.
           DISPLAY LineaCasacion.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

      *( el precio facturado de cada linea de la factura registrada
      *  queda en el historico de compras frente al acordado )
       AnotaHistorico.
           MOVE "F" TO HC-Tipo.
           MOVE FechaFacturaActual TO HC-Fecha.
           MOVE CAS-Orden(IdxCasada) TO HC-Orden.
           MOVE VendedorActual TO HC-Vendedor.
           MOVE CAS-Sku(IdxCasada) TO HC-Sku.
           MOVE CAS-Cantidad(IdxCasada) TO HC-Cantidad.
           MOVE CAS-FechaPrometida(IdxCasada) TO HC-FechaPrometida.
           MOVE CAS-PrecioAcordado(IdxCasada) TO HC-PrecioAcordado.
           MOVE CAS-Precio(IdxCasada) TO HC-Precio.
           WRITE HC-Registro.

      *( lo casado de cada orden queda facturado en la propia orden
      *  y la siguiente factura de esa recepcion ya no lo encuentra
      *  disponible )
       AnotaFacturado.
           MOVE CAS-Orden(IdxCasada) TO OC-Numero.
           READ ArchivoCompras KEY IS OC-Numero
               INVALID KEY
                   DISPLAY "CasaFacturasProveedor: no se pudo anotar "
                       "lo facturado en la orden " OC-Numero
               NOT INVALID KEY
                   ADD CAS-Cantidad(IdxCasada) TO OC-CantidadFacturada
                   REWRITE OC-Registro
                       INVALID KEY
                           DISPLAY "CasaFacturasProveedor: no se "
                               "pudo anotar lo facturado en la "
                               "orden " OC-Numero
                   END-REWRITE
           END-READ.

       EscribeResumen.
           MOVE SPACES TO LineaCasacion.
           WRITE LineaCasacion.
           MOVE ImporteRegistrado TO ImporteEditado.
           MOVE SPACES TO LineaCasacion.
           STRING "Lineas leidas: " TotalLineas
               "  Facturas registradas: " TotalRegistradas
               " por " ImporteEditado
               DELIMITED BY SIZE INTO LineaCasacion.
           WRITE LineaCasacion.
           DISPLAY LineaCasacion.
           MOVE ImporteBloqueado TO ImporteEditado.
           MOVE SPACES TO LineaCasacion.
           STRING "Facturas bloqueadas: " TotalBloqueadas
               " (duplicadas " TotalDuplicadas ") por "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaCasacion.
           WRITE LineaCasacion.
           DISPLAY LineaCasacion.
           IF TotalDesbordados NOT = ZEROS
               MOVE SPACES TO LineaCasacion
               STRING "AVISO: " TotalDesbordados " lineas pasan de "
                   "50 casadas por factura; sus facturas quedan "
                   "bloqueadas"
                   DELIMITED BY SIZE INTO LineaCasacion
               WRITE LineaCasacion
               DISPLAY LineaCasacion.

       END PROGRAM CasaFacturasProveedor.
