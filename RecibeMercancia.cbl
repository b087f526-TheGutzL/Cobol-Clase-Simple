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
           SELECT ArchivoKardex ASSIGN TO "kardex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoKardex.
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT ArchivoHistorico ASSIGN TO "compras_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL ArchivoAlmacenes ASSIGN TO "almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-Codigo
               FILE STATUS IS EstadoAlmacenes.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoRecepciones.
           05 RC-Numero PIC 9(6).
           05 RC-Sku PIC X(10).
           05 RC-Cantidad PIC 9(7).
           05 RC-Lote PIC X(12).
           05 RC-FechaCaducidad PIC 9(8).
           05 RC-Almacen PIC XX.
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoLotes.
       COPY "STKLOTE.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ReporteRecepcion.
       01  LineaExcepcion PIC X(90).
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoAlmacenes.
       COPY "ALMACEN.cpy".
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoRecepciones PIC XX VALUE "00".
           88 NoHayRecepciones VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
       01  EstadoLotes PIC XX VALUE "00".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoKardex PIC XX VALUE "00".
       77  TotalCerradas PIC 9(4) VALUE ZEROS.
       77  DiferenciaPrecio PIC S99V99 VALUE ZEROS.
       77  PrecioEditado PIC -Z9,99.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  LoteValidoFlag PIC X VALUE "S".
           88 LoteValido VALUE "S".
       77  TotalLotes PIC 9(4) VALUE ZEROS.
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoAlmacenes PIC XX VALUE "00".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       77  AlmacenCentral PIC XX VALUE "01".
       77  AlmacenValidoFlag PIC X VALUE "S".
           88 AlmacenValido VALUE "S".

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "RecibeMercancia: casacion de recepciones contra "
               "las ordenes de compra abiertas.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoRecepciones.
           IF NoHayRecepciones
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ArchivoStock
                   OPEN I-O ArchivoLotes
                   OPEN I-O ArchivoStockAlmacen
                   OPEN INPUT ArchivoAlmacenes
                   PERFORM AbreHistorico
                   OPEN OUTPUT ReporteRecepcion
                   OPEN OUTPUT ReporteExcepciones
                   PERFORM AbreKardex
                   CLOSE ArchivoRecepciones
                   CLOSE ArchivoCompras
                   CLOSE ArchivoStock
                   CLOSE ArchivoLotes
                   CLOSE ArchivoStockAlmacen
                   CLOSE ArchivoAlmacenes
                   CLOSE ArchivoHistorico
                   CLOSE ArchivoPrecios
                   CLOSE ArchivoKardex
                   PERFORM EscribeResumen

       ProcesaRecepcion.
           PERFORM BuscaOrden.
           PERFORM CompruebaLote.
           PERFORM CompruebaAlmacen.
           EVALUATE TRUE
               WHEN NOT OrdenHallada
                   PERFORM RegistraExcepcion
                   PERFORM RegistraExcepcion
               WHEN OC-Sku NOT = RC-Sku
                   PERFORM RegistraExcepcion
               WHEN NOT AlmacenValido
                   PERFORM RegistraExcepcion
               WHEN NOT LoteValido
                   PERFORM RegistraExcepcion
               WHEN OTHER
                   PERFORM AplicaRecepcion
           END-EVALUATE.
                   MOVE "S" TO OrdenHalladaFlag
           END-READ.

      *( la recepcion de un articulo perecedero trae lote y
      *  fecha de caducidad; la caducidad ha de ser una fecha real
      *  y no puede haber pasado ya )
       CompruebaLote.
           MOVE "S" TO LoteValidoFlag.
           IF RC-Lote NOT = SPACES
               CALL "ValidaFecha" USING RC-FechaCaducidad FechaValida
               IF NOT EsFechaValida
                   OR RC-FechaCaducidad < FechaHoy
                   MOVE "N" TO LoteValidoFlag.

      *( la mercancia se recibe en el almacen que trae la
      *  recepcion, en blanco el central; los demas han de estar
      *  dados de alta en el maestro de almacenes )
       CompruebaAlmacen.
           MOVE "S" TO AlmacenValidoFlag.
           IF RC-Almacen = SPACES
               MOVE AlmacenCentral TO RC-Almacen.
           IF RC-Almacen NOT = AlmacenCentral
               MOVE RC-Almacen TO AL-Codigo
               READ ArchivoAlmacenes KEY IS AL-Codigo
                   INVALID KEY
                       MOVE "N" TO AlmacenValidoFlag
               END-READ.

       AplicaRecepcion.
           ADD 1 TO TotalAplicadas.
           MOVE "R" TO HC-Tipo.
           PERFORM AnotaHistorico.
           ADD RC-Cantidad TO OC-CantidadRecibida.
           IF OC-CantidadRecibida > OC-Cantidad
               ADD 1 TO TotalSobreEntregas
               " cantidad " RC-Cantidad
               " estado " OC-Estado
               DELIMITED BY SIZE INTO LineaRecepcion.
           IF RC-Lote NOT = SPACES
               MOVE SPACES TO LineaRecepcion(60:31)
               STRING "lote " RC-Lote " cad. " RC-FechaCaducidad
                   DELIMITED BY SIZE INTO LineaRecepcion(60:31).
           WRITE LineaRecepcion.
           DISPLAY LineaRecepcion.

                   MOVE ZEROS TO ST-Minimo
                   MOVE ZEROS TO ST-Maximo
                   MOVE OC-PrecioAcordado TO ST-CosteMedio
                   MOVE SPACE TO ST-CategoriaIva
                   MOVE SPACE TO ST-ClaseAbc
                   MOVE ZEROS TO ST-FechaRecuento
                   WRITE ST-Registro
                   END-WRITE
                   PERFORM AnotaKardex
                   REWRITE ST-Registro
                   PERFORM AnotaKardex
           END-READ.
           IF RC-Almacen NOT = AlmacenCentral
               PERFORM PosteaAlmacen.
           IF RC-Lote NOT = SPACES
               PERFORM PosteaLote.

      *( fuera del central la recepcion suma tambien a las
      *  existencias del almacen; las del central son lo que queda
      *  del total del maestro )
       PosteaAlmacen.
           MOVE RC-Sku TO SA-Sku.
           MOVE RC-Almacen TO SA-Almacen.
           READ ArchivoStockAlmacen KEY IS SA-Clave
               INVALID KEY
                   MOVE RC-Sku TO SA-Sku
                   MOVE RC-Almacen TO SA-Almacen
                   MOVE RC-Cantidad TO SA-Cantidad
                   MOVE ZEROS TO SA-EnTransito
                   WRITE SA-Registro
                   END-WRITE
               NOT INVALID KEY
                   ADD RC-Cantidad TO SA-Cantidad
                   REWRITE SA-Registro
           END-READ.

      *( una segunda recepcion del mismo lote suma a sus
      *  existencias; si trae otra caducidad se avisa y se
      *  conserva la primera, que es la que rige la salida )
       PosteaLote.
           ADD 1 TO TotalLotes.
           MOVE RC-Sku TO SL-Sku.
           MOVE RC-Lote TO SL-Lote.
           READ ArchivoLotes KEY IS SL-Clave
               INVALID KEY
                   MOVE RC-Sku TO SL-Sku
                   MOVE RC-Lote TO SL-Lote
                   MOVE RC-FechaCaducidad TO SL-FechaCaducidad
                   MOVE FechaHoy TO SL-FechaEntrada
                   MOVE RC-Cantidad TO SL-Cantidad
                   WRITE SL-Registro
                   END-WRITE
               NOT INVALID KEY
                   IF SL-FechaCaducidad NOT = RC-FechaCaducidad
                       MOVE SPACES TO LineaRecepcion
                       STRING "AVISO: el lote " RC-Lote " de " RC-Sku
                           " ya tenia caducidad " SL-FechaCaducidad
                           DELIMITED BY SIZE INTO LineaRecepcion
                       WRITE LineaRecepcion
                       DISPLAY LineaRecepcion
                   END-IF
                   ADD RC-Cantidad TO SL-Cantidad
                   REWRITE SL-Registro
           END-READ.

      *( el asiento del kardex se escribe tras actualizar las
      *  existencias, con el saldo resultante, igual que hace
           MOVE RC-Cantidad TO KX-Cantidad.
           MOVE ST-Cantidad TO KX-Saldo.
           MOVE "RecibeMercancia" TO KX-Origen.
           MOVE RC-Lote TO KX-Lote.
           MOVE RC-Almacen TO KX-Almacen.
           WRITE KX-Registro.

      *( el coste medio ponderado avanza con cada recepcion al
                           MOVE OC-PrecioAcordado TO ST-CosteMedio
                   END-COMPUTE.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

      *( cada recepcion, aplicada o rechazada, queda en el
      *  historico de compras con el vendedor y la fecha prometida
      *  de la orden para la evaluacion de proveedores )
       AnotaHistorico.
           MOVE FechaHoy TO HC-Fecha.
           MOVE RC-Numero TO HC-Orden.
           MOVE RC-Sku TO HC-Sku.
           MOVE RC-Cantidad TO HC-Cantidad.
           MOVE ZEROS TO HC-Precio.
           IF OrdenHallada
               MOVE OC-Vendedor TO HC-Vendedor
               MOVE OC-FechaPrometida TO HC-FechaPrometida
               MOVE OC-PrecioAcordado TO HC-PrecioAcordado
           ELSE
               MOVE SPACES TO HC-Vendedor
               MOVE ZEROS TO HC-FechaPrometida
               MOVE ZEROS TO HC-PrecioAcordado.
           WRITE HC-Registro.

       AbreKardex.
           OPEN EXTEND ArchivoKardex.
           IF KardexNoExiste

       RegistraExcepcion.
           ADD 1 TO TotalExcepciones.
           MOVE "E" TO HC-Tipo.
           PERFORM AnotaHistorico.
           MOVE SPACES TO LineaExcepcion.
           EVALUATE TRUE
               WHEN NOT OrdenHallada
                   STRING "Recepcion contra orden cerrada: "
                       RC-Numero " " RC-Sku
                       DELIMITED BY SIZE INTO LineaExcepcion
               WHEN OC-Sku NOT = RC-Sku
                   STRING "Recepcion con SKU distinto del de la "
                       "orden " RC-Numero ": " RC-Sku
                       DELIMITED BY SIZE INTO LineaExcepcion
               WHEN NOT AlmacenValido
                   STRING "Recepcion en almacen desconocido "
                       RC-Almacen ": orden " RC-Numero " " RC-Sku
                       DELIMITED BY SIZE INTO LineaExcepcion
               WHEN OTHER
                   STRING "Recepcion del lote " RC-Lote " de "
                       RC-Sku " con caducidad no valida: "
                       RC-FechaCaducidad
                       DELIMITED BY SIZE INTO LineaExcepcion
           END-EVALUATE.
           WRITE LineaExcepcion.
           DISPLAY LineaExcepcion.
