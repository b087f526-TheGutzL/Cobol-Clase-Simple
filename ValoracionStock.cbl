               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT OPTIONAL ArchivoAlmacenes ASSIGN TO "almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-Codigo
               FILE STATUS IS EstadoAlmacenes.
           SELECT ReporteValoracion ASSIGN TO VALORRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY "STOCKREG.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoAlmacenes.
       COPY "ALMACEN.cpy".
       FD  ReporteValoracion.
       01  LineaValoracion PIC X(90).
       WORKING-STORAGE SECTION.
           88 NoHayStock VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoAlmacenes PIC XX VALUE "00".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  FinStock PIC X VALUE "N".
       77  CosteEditado PIC ZZZZ9,9999.
       77  PrecioEditado PIC Z9,99.
       77  MargenEditado PIC -(4)9,9999.
       77  AlmacenCentral PIC XX VALUE "01".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  AlmacenesSkuFlag PIC X VALUE "N".
           88 SkuEnAlmacenes VALUE "S".
       77  CantidadCentral PIC S9(8) VALUE ZEROS.
       77  CantidadTransito PIC S9(8) VALUE ZEROS.
       77  CantidadAlmacen PIC S9(8) VALUE ZEROS.
       77  CantidadEditada PIC -(7)9.
       77  ValorAlmacen PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalTransito PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  AlmacenBuscado PIC XX VALUE SPACES.
       77  IdxAlmacen PIC 99 VALUE ZEROS.
       77  IdxAlmHallado PIC 99 VALUE ZEROS.
       77  TotalAlmacenes PIC 99 VALUE ZEROS.
       77  AlmacenHalladoFlag PIC X VALUE "N".
           88 AlmacenHallado VALUE "S".
       01  TablaAlmacenes.
           05 ALM-Entrada OCCURS 50 TIMES.
               10 ALM-Codigo PIC XX.
               10 ALM-Valor PIC S9(13)V99 COMP-3.
       01  TablaMargenes.
           05 MAR-Entrada OCCURS 500 TIMES.
               10 MAR-Sku PIC X(10).
               "precio vigente.".
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoStock.
           OPEN INPUT ArchivoStockAlmacen.
           OPEN INPUT ArchivoAlmacenes.
           MOVE 1 TO TotalAlmacenes.
           MOVE AlmacenCentral TO ALM-Codigo(1).
           MOVE ZEROS TO ALM-Valor(1).
           IF NoHayStock
               DISPLAY "ValoracionStock: no se encontro stock.dat"
               MOVE 8 TO RETURN-CODE
               CLOSE ArchivoPrecios
               PERFORM EscribeTotales
               CLOSE ReporteValoracion.
           CLOSE ArchivoStockAlmacen.
           CLOSE ArchivoAlmacenes.
           STOP RUN.

       LeeStock.
               " valor a coste " ValorEditado
               DELIMITED BY SIZE INTO LineaValoracion.
           WRITE LineaValoracion.
           PERFORM DesglosaAlmacenes.

      *( la linea del SKU es el total de la empresa; debajo se
      *  desglosa por almacen cuando el articulo esta en algun
      *  almacen distinto del central o en transito. Lo que esta
      *  en transito se valora aparte y el central se queda con el
      *  resto del total )
       DesglosaAlmacenes.
           MOVE "N" TO AlmacenesSkuFlag.
           MOVE ST-Cantidad TO CantidadCentral.
           MOVE ZEROS TO CantidadTransito.
           MOVE "N" TO FinAlmacenes.
           MOVE ST-Sku TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen KEY IS NOT LESS THAN SA-Clave
               INVALID KEY MOVE "S" TO FinAlmacenes
           END-START.
           PERFORM ValoraUnAlmacen UNTIL NoHayMasAlmacenes.
           MOVE AlmacenCentral TO AlmacenBuscado.
           MOVE CantidadCentral TO CantidadAlmacen.
           PERFORM ValoraAlmacen.
           IF CantidadTransito NOT = ZEROS
               COMPUTE ValorAlmacen ROUNDED =
                   CantidadTransito * ST-CosteMedio
               ADD ValorAlmacen TO TotalTransito
               MOVE CantidadTransito TO CantidadEditada
               MOVE ValorAlmacen TO ValorEditado
               MOVE SPACES TO LineaValoracion
               STRING "    en transito " CantidadEditada
                   " valor " ValorEditado
                   DELIMITED BY SIZE INTO LineaValoracion
               WRITE LineaValoracion.

       ValoraUnAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes
               NOT AT END
                   IF SA-Sku NOT = ST-Sku
                       MOVE "S" TO FinAlmacenes
                   ELSE
                       MOVE "S" TO AlmacenesSkuFlag
                       SUBTRACT SA-Cantidad FROM CantidadCentral
                       SUBTRACT SA-EnTransito FROM CantidadCentral
                       ADD SA-EnTransito TO CantidadTransito
                       IF SA-Almacen NOT = AlmacenCentral
                           MOVE SA-Almacen TO AlmacenBuscado
                           MOVE SA-Cantidad TO CantidadAlmacen
                           PERFORM ValoraAlmacen
                       END-IF
                   END-IF
           END-READ.

       ValoraAlmacen.
           COMPUTE ValorAlmacen ROUNDED =
               CantidadAlmacen * ST-CosteMedio
               ON SIZE ERROR
                   MOVE ZEROS TO ValorAlmacen
           END-COMPUTE.
           PERFORM AcumulaAlmacen.
           IF SkuEnAlmacenes
               MOVE CantidadAlmacen TO CantidadEditada
               MOVE ValorAlmacen TO ValorEditado
               MOVE SPACES TO LineaValoracion
               STRING "    almacen " AlmacenBuscado " "
                   CantidadEditada " valor " ValorEditado
                   DELIMITED BY SIZE INTO LineaValoracion
               WRITE LineaValoracion.

       AcumulaAlmacen.
           MOVE "N" TO AlmacenHalladoFlag.
           MOVE ZEROS TO IdxAlmHallado.
           PERFORM CompruebaAlmacen
               VARYING IdxAlmacen FROM 1 BY 1
               UNTIL IdxAlmacen > TotalAlmacenes
               OR AlmacenHallado.
           IF NOT AlmacenHallado
               IF TotalAlmacenes < 50
                   ADD 1 TO TotalAlmacenes
                   MOVE AlmacenBuscado TO ALM-Codigo(TotalAlmacenes)
                   MOVE ZEROS TO ALM-Valor(TotalAlmacenes)
                   MOVE TotalAlmacenes TO IdxAlmHallado
               END-IF
           END-IF.
           IF IdxAlmHallado NOT = ZEROS
               ADD ValorAlmacen TO ALM-Valor(IdxAlmHallado).

       CompruebaAlmacen.
           IF ALM-Codigo(IdxAlmacen) = AlmacenBuscado
               MOVE "S" TO AlmacenHalladoFlag
               MOVE IdxAlmacen TO IdxAlmHallado.

       AnotaMargen.
           IF TotalMargenes < 500
           PERFORM EscribeVendedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores.
           MOVE SPACES TO LineaValoracion.
           WRITE LineaValoracion.
           MOVE "Totales por almacen:" TO LineaValoracion.
           WRITE LineaValoracion.
           PERFORM EscribeAlmacen
               VARYING IdxAlmacen FROM 1 BY 1
               UNTIL IdxAlmacen > TotalAlmacenes.
           MOVE TotalTransito TO TotalEditado.
           MOVE SPACES TO LineaValoracion.
           STRING "  En transito entre almacenes     " TotalEditado
               DELIMITED BY SIZE INTO LineaValoracion.
           WRITE LineaValoracion.
           DISPLAY LineaValoracion.
           MOVE TotalGeneral TO TotalEditado.
           MOVE SPACES TO LineaValoracion.
           STRING "Total general (empresa): " TotalEditado
               DELIMITED BY SIZE INTO LineaValoracion.
           WRITE LineaValoracion.
           DISPLAY LineaValoracion.
               DISPLAY "ValoracionStock: " MAR-Sku(IdxMargen)
                   " se vende por debajo del coste".

       EscribeAlmacen.
           MOVE ALM-Codigo(IdxAlmacen) TO AL-Codigo.
           READ ArchivoAlmacenes KEY IS AL-Codigo
               INVALID KEY
                   IF ALM-Codigo(IdxAlmacen) = AlmacenCentral
                       MOVE "Central" TO AL-Nombre
                   ELSE
                       MOVE SPACES TO AL-Nombre
                   END-IF
           END-READ.
           MOVE ALM-Valor(IdxAlmacen) TO TotalEditado.
           MOVE SPACES TO LineaValoracion.
           STRING "  " ALM-Codigo(IdxAlmacen) " " AL-Nombre(1:28) " "
               TotalEditado
               DELIMITED BY SIZE INTO LineaValoracion.
           WRITE LineaValoracion.
           DISPLAY LineaValoracion.

       EscribeVendedor.
           MOVE VEN-Valor(IdxVendedor) TO TotalEditado.
           MOVE SPACES TO LineaValoracion.
