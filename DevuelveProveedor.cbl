       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevuelveProveedor.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoDevoluciones
               ASSIGN TO "devoluciones_proveedor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDevoluciones.
           SELECT OPTIONAL ArchivoCompras
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoCompras.
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
           SELECT OPTIONAL ArchivoLotes ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Clave
               FILE STATUS IS EstadoLotes.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "compras_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT ArchivoNotas ASSIGN TO "notas_cargo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoNotas.
           SELECT OPTIONAL ArchivoSecuencia
               ASSIGN TO "nota_cargo_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecuencia.
           SELECT ArchivoKardex ASSIGN TO "kardex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoKardex.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoAsientos ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ReporteDevoluciones
               ASSIGN TO "devoluciones_proveedor.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoDevoluciones.
       01  DP-Registro.
           05 DP-Orden PIC 9(6).
           05 DP-FechaRecepcion PIC 9(8).
           05 DP-Sku PIC X(10).
           05 DP-Cantidad PIC 9(7).
           05 DP-Almacen PIC XX.
           05 DP-Motivo PIC X(30).
           05 DP-Lote PIC X(12).
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoLotes.
       COPY "STKLOTE.cpy".
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       FD  ArchivoNotas.
       COPY "NOTACARG.cpy".
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimaNota PIC 9(8).
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ReporteDevoluciones.
       01  LineaDevolucion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoDevoluciones PIC XX VALUE "00".
           88 NoHayDevoluciones VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoLotes PIC XX VALUE "00".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoNotas PIC XX VALUE "00".
           88 NotasNoExiste VALUE "35".
       01  EstadoSecuencia PIC XX VALUE "00".
           88 SecuenciaExiste VALUE "00".
       01  EstadoKardex PIC XX VALUE "00".
           88 KardexNoExiste VALUE "35".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       77  FinDevoluciones PIC X VALUE "N".
           88 NoHayMasDevoluciones VALUE "S".
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  FinNotas PIC X VALUE "N".
           88 NoHayMasNotas VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  FinLotes PIC X VALUE "N".
           88 NoHayMasLotes VALUE "S".
       77  LoteHalladoFlag PIC X VALUE "N".
           88 LoteHallado VALUE "S".
       77  SkuConLotesFlag PIC X VALUE "N".
           88 SkuConLotes VALUE "S".
       77  OrdenHalladaFlag PIC X VALUE "N".
           88 OrdenHallada VALUE "S".
       77  AlmacenHalladoFlag PIC X VALUE "N".
           88 AlmacenHallado VALUE "S".
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  UltimaNota PIC 9(8) VALUE ZEROS.
       77  AlmacenCentral PIC XX VALUE "01".
       77  MotivoRechazo PIC X(40) VALUE SPACES.
       77  CantidadRecibida PIC 9(7) VALUE ZEROS.
       77  CantidadDevuelta PIC 9(7) VALUE ZEROS.
       77  CantidadDevolvible PIC S9(7) VALUE ZEROS.
       77  CantidadRestante PIC S9(7) VALUE ZEROS.
       77  CantidadAlmacen PIC S9(7) VALUE ZEROS.
       77  SumaCantidades PIC S9(9) VALUE ZEROS.
       77  SumaTransito PIC S9(9) VALUE ZEROS.
       77  ExistenciaAlmacen PIC S9(9) VALUE ZEROS.
       77  ImporteNota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalNotas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalImporteNotas PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalNotasAnteriores PIC 9(4) VALUE ZEROS.
       77  NotasSinHueco PIC 9(6) VALUE ZEROS.
       77  IdxNota PIC 9(4) COMP VALUE ZEROS.
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  SignoAsiento PIC X VALUE SPACE.
       77  ImporteAsiento PIC 9(11)V99 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  CantidadEditada PIC Z(6)9.
       01  TablaNotas.
           05 TNC-Entrada OCCURS 2000 TIMES.
               10 TNC-Orden PIC 9(6).
               10 TNC-FechaRecepcion PIC 9(8).
               10 TNC-Sku PIC X(10).
               10 TNC-Cantidad PIC 9(7).
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 20 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).

       PROCEDURE DIVISION.
      *( devoluciones de genero al proveedor: cada linea de
      *  devoluciones_proveedor.dat cita la orden de compra y la
      *  fecha de la recepcion original del historico de compras,
      *  y no puede devolver mas de lo recibido en esa recepcion
      *  menos lo ya devuelto en notas de cargo anteriores. La
      *  mercancia sale de las existencias del almacen (en blanco
      *  el central) y del lote, obligatorio en los articulos que
      *  se llevan por lote, con un asiento D en el kardex; el
      *  coste se descarga al precio acordado de la orden y se emite una
      *  nota de cargo numerada al proveedor por ese importe, que
      *  se contabiliza contra proveedores y existencias.
      *  Devuelve 4 si se rechaza alguna devolucion y 8 si las
      *  notas de cargo anteriores no caben en la tabla )
       Inicio.
           DISPLAY "DevuelveProveedor: devoluciones de genero al "
               "proveedor y notas de cargo.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoDevoluciones.
           IF NoHayDevoluciones
               DISPLAY "DevuelveProveedor: no se encontro "
                   "devoluciones_proveedor.dat."
               CLOSE ArchivoDevoluciones
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoCompras.
           IF NoHayCompras
               DISPLAY "DevuelveProveedor: no se encontro "
                   "ordenes_compra.dat."
               CLOSE ArchivoDevoluciones
               CLOSE ArchivoCompras
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ArchivoStock.
           IF NoHayStock
               DISPLAY "DevuelveProveedor: no se encontro stock.dat."
               CLOSE ArchivoDevoluciones
               CLOSE ArchivoCompras
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CargaNotasAnteriores.
           IF NotasSinHueco NOT = ZEROS
               DISPLAY "DevuelveProveedor: notas_cargo.dat pasa de "
                   "2000 notas; sin ellas no se puede medir lo ya "
                   "devuelto."
               CLOSE ArchivoDevoluciones
               CLOSE ArchivoCompras
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ArchivoStockAlmacen.
           OPEN I-O ArchivoLotes.
           PERFORM CargaCuentas.
           PERFORM LeeUltimaNota.
           PERFORM AbreNotas.
           PERFORM AbreKardex.
           PERFORM AbreAsientos.
           OPEN OUTPUT ReporteDevoluciones.
           PERFORM EscribeTitulo.
           PERFORM LeeDevolucion.
           PERFORM ProcesaDevolucion UNTIL NoHayMasDevoluciones.
           CLOSE ArchivoDevoluciones.
           CLOSE ArchivoCompras.
           CLOSE ArchivoStock.
           CLOSE ArchivoStockAlmacen.
           CLOSE ArchivoLotes.
           CLOSE ArchivoNotas.
           CLOSE ArchivoKardex.
           CLOSE ArchivoAsientos.
           PERFORM GuardaUltimaNota.
           PERFORM EscribeResumen.
           CLOSE ReporteDevoluciones.
           IF TotalRechazadas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaCuentas.
           MOVE "N" TO FinCuentas.
           OPEN INPUT ArchivoCuentas.
           IF NoHayCuentas
               MOVE "S" TO FinCuentas.
           PERFORM CargaUnaCuenta UNTIL NoHayMasCuentas.
           CLOSE ArchivoCuentas.

       CargaUnaCuenta.
           READ ArchivoCuentas
               AT END MOVE "S" TO FinCuentas
               NOT AT END
                   IF TotalCuentas < 20
                       ADD 1 TO TotalCuentas
                       MOVE CU-Concepto TO CTA-Concepto(TotalCuentas)
                       MOVE CU-Cuenta TO CTA-Cuenta(TotalCuentas)
                   END-IF
           END-READ.

      *( lo devuelto de cada recepcion en ejecuciones anteriores;
      *  las notas de esta ejecucion se anaden a la tabla segun se
      *  emiten )
       CargaNotasAnteriores.
           MOVE "N" TO FinNotas.
           OPEN INPUT ArchivoNotas.
           IF NotasNoExiste
               MOVE "S" TO FinNotas.
           PERFORM CargaUnaNota UNTIL NoHayMasNotas.
           IF NOT NotasNoExiste
               CLOSE ArchivoNotas.

       CargaUnaNota.
           READ ArchivoNotas
               AT END MOVE "S" TO FinNotas
               NOT AT END
                   IF TotalNotasAnteriores < 2000
                       PERFORM AnadeNotaTabla
                   ELSE
                       ADD 1 TO NotasSinHueco
                   END-IF
           END-READ.

      *( la tabla nunca se pasa: la carga aborta si no caben las
      *  notas anteriores y ProcesaDevolucion rechaza la devolucion
      *  cuando ya esta llena )
       AnadeNotaTabla.
           ADD 1 TO TotalNotasAnteriores.
           MOVE NC-Orden TO TNC-Orden(TotalNotasAnteriores).
           MOVE NC-FechaRecepcion
               TO TNC-FechaRecepcion(TotalNotasAnteriores).
           MOVE NC-Sku TO TNC-Sku(TotalNotasAnteriores).
           MOVE NC-Cantidad TO TNC-Cantidad(TotalNotasAnteriores).

       LeeUltimaNota.
           MOVE ZEROS TO UltimaNota.
           OPEN INPUT ArchivoSecuencia.
           IF SecuenciaExiste
               READ ArchivoSecuencia
                   AT END MOVE ZEROS TO UltimaNota
                   NOT AT END MOVE SEC-UltimaNota TO UltimaNota
               END-READ
               CLOSE ArchivoSecuencia.

       GuardaUltimaNota.
           IF UltimaNota NOT = ZEROS
               MOVE UltimaNota TO SEC-UltimaNota
               OPEN OUTPUT ArchivoSecuencia
               WRITE SEC-Registro
               CLOSE ArchivoSecuencia.

       AbreNotas.
           OPEN EXTEND ArchivoNotas.
           IF NotasNoExiste
               OPEN OUTPUT ArchivoNotas
               CLOSE ArchivoNotas
               OPEN EXTEND ArchivoNotas
           END-IF.

       AbreKardex.
           OPEN EXTEND ArchivoKardex.
           IF KardexNoExiste
               OPEN OUTPUT ArchivoKardex
               CLOSE ArchivoKardex
               OPEN EXTEND ArchivoKardex
           END-IF.

       AbreAsientos.
           OPEN EXTEND ArchivoAsientos.
           IF AsientosNoExiste
               OPEN OUTPUT ArchivoAsientos
               CLOSE ArchivoAsientos
               OPEN EXTEND ArchivoAsientos
           END-IF.

       LeeDevolucion.
           READ ArchivoDevoluciones
               AT END MOVE "S" TO FinDevoluciones.

       ProcesaDevolucion.
           MOVE SPACES TO MotivoRechazo.
           IF DP-Almacen = SPACES
               MOVE AlmacenCentral TO DP-Almacen.
           PERFORM BuscaOrden.
           EVALUATE TRUE
               WHEN TotalNotasAnteriores = 2000
                   MOVE "tabla de notas de cargo llena"
                       TO MotivoRechazo
               WHEN NOT OrdenHallada
                   MOVE "orden de compra no existe" TO MotivoRechazo
               WHEN OC-Sku NOT = DP-Sku
                   MOVE "SKU distinto del de la orden"
                       TO MotivoRechazo
               WHEN DP-Cantidad NOT NUMERIC OR DP-Cantidad = ZEROS
                   MOVE "cantidad no valida" TO MotivoRechazo
               WHEN DP-FechaRecepcion NOT NUMERIC
                   OR DP-FechaRecepcion = ZEROS
                   MOVE "falta la fecha de la recepcion"
                       TO MotivoRechazo
               WHEN OTHER
                   PERFORM MideDevolvible
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               PERFORM CompruebaExistencias.
           IF MotivoRechazo = SPACES
               PERFORM CompruebaLote.
           IF MotivoRechazo = SPACES
               PERFORM EmiteNota
           ELSE
               PERFORM RechazaDevolucion.
           PERFORM LeeDevolucion.

       BuscaOrden.
           MOVE "N" TO OrdenHalladaFlag.
           MOVE DP-Orden TO OC-Numero.
           READ ArchivoCompras KEY IS OC-Numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO OrdenHalladaFlag
           END-READ.

      *( lo devolvible es lo recibido ese dia contra la orden,
      *  segun el historico de compras, menos lo que ya se ha
      *  devuelto de esa misma recepcion )
       MideDevolvible.
           MOVE ZEROS TO CantidadRecibida.
           MOVE ZEROS TO CantidadDevuelta.
           MOVE "N" TO FinHistorico.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinHistorico
           ELSE
               PERFORM LeeHistorico.
           PERFORM SumaRecibido UNTIL NoHayMasHistorico.
           CLOSE ArchivoHistorico.
           PERFORM SumaDevuelto
               VARYING IdxNota FROM 1 BY 1
               UNTIL IdxNota > TotalNotasAnteriores.
           COMPUTE CantidadDevolvible =
               CantidadRecibida - CantidadDevuelta.
           IF CantidadRecibida = ZEROS
               MOVE "no hay tal recepcion de la orden"
                   TO MotivoRechazo
           ELSE
               IF DP-Cantidad > CantidadDevolvible
                   MOVE "excede lo recibido en la recepcion"
                       TO MotivoRechazo.

       LeeHistorico.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinHistorico.

       SumaRecibido.
           IF HC-RECEPCION
               AND HC-Orden = DP-Orden
               AND HC-Fecha = DP-FechaRecepcion
               AND HC-Sku = DP-Sku
               ADD HC-Cantidad TO CantidadRecibida.
           PERFORM LeeHistorico.

       SumaDevuelto.
           IF TNC-Orden(IdxNota) = DP-Orden
               AND TNC-FechaRecepcion(IdxNota) = DP-FechaRecepcion
               AND TNC-Sku(IdxNota) = DP-Sku
               ADD TNC-Cantidad(IdxNota) TO CantidadDevuelta.

      *( no se devuelve lo que no hay en el almacen indicado;
      *  lo del central se calcula como en MovimientosStock )
       CompruebaExistencias.
           MOVE DP-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE "SKU no existe en existencias"
                       TO MotivoRechazo
               NOT INVALID KEY
                   IF ST-Cantidad < DP-Cantidad
                       MOVE "existencias insuficientes"
                           TO MotivoRechazo
                   END-IF
           END-READ.
           IF MotivoRechazo = SPACES
               PERFORM CalculaExistenciaAlmacen
               IF ExistenciaAlmacen < DP-Cantidad
                   MOVE "existencias insuficientes en el almacen"
                       TO MotivoRechazo.
           IF MotivoRechazo = SPACES
               AND DP-Almacen NOT = AlmacenCentral
               MOVE "N" TO AlmacenHalladoFlag
               MOVE DP-Sku TO SA-Sku
               MOVE DP-Almacen TO SA-Almacen
               READ ArchivoStockAlmacen KEY IS SA-Clave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO AlmacenHalladoFlag
               END-READ
               IF NOT AlmacenHallado
                   MOVE "existencias insuficientes en el almacen"
                       TO MotivoRechazo.

      *( existencia de un SKU en un almacen: la de su registro en
      *  stock_almacenes.dat, o para el central lo que queda del
      *  total del maestro descontando los demas almacenes y todo
      *  lo que esta en transito )
       CalculaExistenciaAlmacen.
           MOVE ZEROS TO SumaCantidades.
           MOVE ZEROS TO SumaTransito.
           MOVE ZEROS TO CantidadAlmacen.
           MOVE "N" TO FinAlmacenes.
           MOVE DP-Sku TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen
               KEY IS NOT LESS THAN SA-Clave
               INVALID KEY
                   MOVE "S" TO FinAlmacenes
           END-START.
           IF NOT NoHayMasAlmacenes
               PERFORM LeeStockAlmacen
               PERFORM SumaUnAlmacen UNTIL NoHayMasAlmacenes.
           IF DP-Almacen = AlmacenCentral
               COMPUTE ExistenciaAlmacen =
                   ST-Cantidad - SumaCantidades - SumaTransito
           ELSE
               MOVE CantidadAlmacen TO ExistenciaAlmacen.

       LeeStockAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes.
           IF NOT NoHayMasAlmacenes
               IF SA-Sku NOT = DP-Sku
                   MOVE "S" TO FinAlmacenes.

       SumaUnAlmacen.
           ADD SA-Cantidad TO SumaCantidades.
           ADD SA-EnTransito TO SumaTransito.
           IF SA-Almacen = DP-Almacen
               MOVE SA-Cantidad TO CantidadAlmacen.
           PERFORM LeeStockAlmacen.

      *( el lote indicado ha de existir con cantidad bastante; sin
      *  lote solo se admite la devolucion de un articulo que no
      *  tenga existencias por lote )
       CompruebaLote.
           IF DP-Lote = SPACES
               PERFORM BuscaLotesSku
               IF SkuConLotes
                   MOVE "falta el lote del articulo" TO MotivoRechazo
               END-IF
           ELSE
               MOVE "N" TO LoteHalladoFlag
               MOVE DP-Sku TO SL-Sku
               MOVE DP-Lote TO SL-Lote
               READ ArchivoLotes KEY IS SL-Clave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO LoteHalladoFlag
               END-READ
               IF NOT LoteHallado
                   MOVE "lote no existe para el SKU" TO MotivoRechazo
               ELSE
                   IF SL-Cantidad < DP-Cantidad
                       MOVE "existencias insuficientes en el lote"
                           TO MotivoRechazo.

       BuscaLotesSku.
           MOVE "N" TO SkuConLotesFlag.
           MOVE "N" TO FinLotes.
           MOVE DP-Sku TO SL-Sku.
           MOVE LOW-VALUES TO SL-Lote.
           START ArchivoLotes
               KEY IS NOT LESS THAN SL-Clave
               INVALID KEY
                   MOVE "S" TO FinLotes
           END-START.
           PERFORM LeeLoteSku
               UNTIL NoHayMasLotes OR SkuConLotes.

       LeeLoteSku.
           READ ArchivoLotes NEXT
               AT END MOVE "S" TO FinLotes.
           IF NOT NoHayMasLotes
               IF SL-Sku NOT = DP-Sku
                   MOVE "S" TO FinLotes
               ELSE
                   IF SL-Cantidad > ZEROS
                       MOVE "S" TO SkuConLotesFlag.

       EmiteNota.
           ADD 1 TO UltimaNota.
           ADD 1 TO TotalNotas.
           COMPUTE ImporteNota = DP-Cantidad * OC-PrecioAcordado.
           ADD ImporteNota TO TotalImporteNotas.
           PERFORM DescargaStock.
           MOVE UltimaNota TO NC-Numero.
           MOVE FechaHoy TO NC-Fecha.
           MOVE OC-Vendedor TO NC-Proveedor.
           MOVE DP-Orden TO NC-Orden.
           MOVE DP-FechaRecepcion TO NC-FechaRecepcion.
           MOVE DP-Sku TO NC-Sku.
           MOVE DP-Cantidad TO NC-Cantidad.
           MOVE OC-PrecioAcordado TO NC-PrecioAcordado.
           MOVE ImporteNota TO NC-Importe.
           MOVE DP-Almacen TO NC-Almacen.
           MOVE DP-Motivo TO NC-Motivo.
           MOVE "A" TO NC-Estado.
           WRITE NC-Registro.
           PERFORM AnadeNotaTabla.
           PERFORM AnotaKardex.
           PERFORM ContabilizaNota.
           PERFORM EscribeLineaNota.

      *( la salida descarga el coste medio al mismo precio al que
      *  entro la mercancia, de modo que lo que queda en
      *  existencias conserva su valor; si no queda nada o el
      *  calculo no tiene sentido se mantiene el coste medio )
       DescargaStock.
           COMPUTE CantidadRestante = ST-Cantidad - DP-Cantidad.
           IF CantidadRestante > ZEROS
               COMPUTE ST-CosteMedio ROUNDED =
                   ((ST-Cantidad * ST-CosteMedio) -
                    (DP-Cantidad * OC-PrecioAcordado)) /
                   CantidadRestante
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE.
           MOVE CantidadRestante TO ST-Cantidad.
           REWRITE ST-Registro.
           IF DP-Almacen NOT = AlmacenCentral
               SUBTRACT DP-Cantidad FROM SA-Cantidad
               REWRITE SA-Registro.
           IF DP-Lote NOT = SPACES
               SUBTRACT DP-Cantidad FROM SL-Cantidad
               REWRITE SL-Registro.

       AnotaKardex.
           MOVE DP-Sku TO KX-Sku.
           ACCEPT KX-Fecha FROM DATE YYYYMMDD.
           ACCEPT KX-Hora FROM TIME.
           MOVE "D" TO KX-Tipo.
           MOVE DP-Cantidad TO KX-Cantidad.
           MOVE ST-Cantidad TO KX-Saldo.
           MOVE "DevuelveProveed" TO KX-Origen.
           MOVE DP-Lote TO KX-Lote.
           MOVE DP-Almacen TO KX-Almacen.
           WRITE KX-Registro.

      *( la nota de cargo rebaja la deuda con el proveedor y el
      *  valor de las existencias; las cuentas se toman de
      *  cuentas_param.dat y en su defecto vale el concepto )
       ContabilizaNota.
           MOVE ImporteNota TO ImporteAsiento.
           MOVE "PROVEED" TO ConceptoBuscado.
           MOVE "D" TO SignoAsiento.
           PERFORM EscribeAsiento.
           MOVE "EXISTENC" TO ConceptoBuscado.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
           MOVE SignoAsiento TO AS-DebeHaber.
           MOVE ImporteAsiento TO AS-Importe.
           MOVE FechaHoy TO AS-FechaNegocio.
           MOVE "DevuelveProveed" TO AS-Programa.
           WRITE AS-Registro.

       BuscaCuenta.
           MOVE "N" TO CuentaHalladaFlag.
           MOVE ConceptoBuscado TO CuentaHallada.
           PERFORM CompruebaCuenta
               VARYING IdxCuenta FROM 1 BY 1
               UNTIL IdxCuenta > TotalCuentas OR CuentaEncontrada.

       CompruebaCuenta.
           IF CTA-Concepto(IdxCuenta) = ConceptoBuscado
               MOVE CTA-Cuenta(IdxCuenta) TO CuentaHallada
               MOVE "S" TO CuentaHalladaFlag.

       RechazaDevolucion.
           ADD 1 TO TotalRechazadas.
           MOVE SPACES TO LineaDevolucion.
           STRING "Rechazada: orden " DP-Orden " recepcion "
               DP-FechaRecepcion " " DP-Sku ": " MotivoRechazo
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

       EscribeLineaNota.
           MOVE ImporteNota TO ImporteEditado.
           MOVE DP-Cantidad TO CantidadEditada.
           MOVE SPACES TO LineaDevolucion.
           STRING "Nota de cargo " NC-Numero " a " NC-Proveedor
               " orden " DP-Orden " recepcion " DP-FechaRecepcion
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE SPACES TO LineaDevolucion.
           STRING "  " DP-Sku " x " CantidadEditada
               " almacen " DP-Almacen
               " importe " ImporteEditado " " DP-Motivo
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.

       EscribeTitulo.
           MOVE SPACES TO LineaDevolucion.
           STRING "Devoluciones a proveedor del " FechaHoy
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           MOVE ALL "-" TO LineaDevolucion.
           WRITE LineaDevolucion.

       EscribeResumen.
           MOVE SPACES TO LineaDevolucion.
           WRITE LineaDevolucion.
           MOVE SPACES TO LineaDevolucion.
           STRING "Notas de cargo emitidas: " TotalNotas
               "  Devoluciones rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE TotalImporteNotas TO TotalEditado.
           MOVE SPACES TO LineaDevolucion.
           STRING "Importe cargado:       " TotalEditado
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

       END PROGRAM DevuelveProveedor.
