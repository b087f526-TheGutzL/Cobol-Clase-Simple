           SELECT OPTIONAL ArchivoKardex ASSIGN TO "kardex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoKardex.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "PRECIOIX.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoAlmacenes.
       COPY "ALMACEN.cpy".
       WORKING-STORAGE SECTION.
       COPY "STKMAP.cpy".
       COPY DFHAID.
           88 NoHayPrecios VALUE "05".
       01  EstadoKardex PIC XX VALUE "00".
           88 NoHayKardex VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
           88 NoHayStockAlmacen VALUE "05".
       01  EstadoAlmacenes PIC XX VALUE "00".
       77  RespuestaCics PIC S9(8) COMP VALUE ZERO.
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
      *  un buffer rotatorio durante la pasada secuencial )
       01  TablaKardex.
           05 KDX-Linea OCCURS 5 TIMES PIC X(60).
      *( la primera linea es el almacen central, cuya existencia
      *  se deduce del total; caben tres almacenes mas )
       77  AlmacenCentral PIC XX VALUE "01".
       77  TotalAlmacenes PIC 99 VALUE ZEROS.
       77  SumaCantidades PIC S9(8) VALUE ZEROS.
       77  SumaTransito PIC S9(8) VALUE ZEROS.
       77  TransitoCentral PIC S9(7) VALUE ZEROS.
       77  ExistenciaCentral PIC S9(8) VALUE ZEROS.
       77  NombreAlmacen PIC X(20) VALUE SPACES.
       77  TransitoEditado PIC -(6)9.
       01  TablaAlmacenes.
           05 ALM-Linea OCCURS 4 TIMES PIC X(60).
       01  ComareaStock.
           05 CS-Sku PIC X(10).
       LINKAGE SECTION.
               PERFORM LeeStockSku
               IF StockHallado
                   PERFORM PintaStock
                   PERFORM PintaAlmacenes
                   PERFORM PintaPrecio
                   PERFORM PintaKardex
                   MOVE "SKU encontrado" TO MSGO
           MOVE ST-Maximo TO NivelEditado.
           MOVE NivelEditado TO MAXIO.

      *( existencias del SKU en cada almacen con lo que tiene en
      *  transito hacia el; la cantidad del central es lo que
      *  queda del total de la empresa )
       PintaAlmacenes.
           MOVE ZEROS TO TotalAlmacenes.
           MOVE ZEROS TO SumaCantidades.
           MOVE ZEROS TO SumaTransito.
           MOVE ZEROS TO TransitoCentral.
           MOVE SPACES TO ALM-Linea(1) ALM-Linea(2) ALM-Linea(3)
               ALM-Linea(4).
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoStockAlmacen.
           OPEN INPUT ArchivoAlmacenes.
           IF NoHayStockAlmacen
               MOVE "S" TO FinArchivo
           ELSE
               MOVE CS-Sku TO SA-Sku
               MOVE LOW-VALUES TO SA-Almacen
               START ArchivoStockAlmacen
                   KEY IS NOT LESS THAN SA-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START.
           PERFORM RecogeAlmacen UNTIL NoHayMasRegistros.
           COMPUTE ExistenciaCentral =
               ST-Cantidad - SumaCantidades - SumaTransito.
           MOVE AlmacenCentral TO SA-Almacen.
           MOVE ExistenciaCentral TO SA-Cantidad.
           MOVE TransitoCentral TO SA-EnTransito.
           PERFORM FormaLineaAlmacen.
           MOVE LineaKardex TO ALM-Linea(1).
           CLOSE ArchivoStockAlmacen.
           CLOSE ArchivoAlmacenes.
           IF TotalAlmacenes > 3
               MOVE "(hay mas almacenes: ver ValoracionStock)"
                   TO ALM-Linea(4).
           MOVE ALM-Linea(1) TO ALM1O.
           MOVE ALM-Linea(2) TO ALM2O.
           MOVE ALM-Linea(3) TO ALM3O.
           MOVE ALM-Linea(4) TO ALM4O.

       RecogeAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF SA-Sku NOT = CS-Sku
                       MOVE "S" TO FinArchivo
                   ELSE
                       PERFORM AnotaLineaAlmacen
                   END-IF
           END-READ.

       AnotaLineaAlmacen.
           ADD SA-Cantidad TO SumaCantidades.
           ADD SA-EnTransito TO SumaTransito.
           IF SA-Almacen = AlmacenCentral
               MOVE SA-EnTransito TO TransitoCentral
           ELSE
               ADD 1 TO TotalAlmacenes
               IF TotalAlmacenes < 4
                   PERFORM FormaLineaAlmacen
                   MOVE LineaKardex TO ALM-Linea(TotalAlmacenes + 1)
               END-IF
           END-IF.

       FormaLineaAlmacen.
           MOVE SA-Almacen TO AL-Codigo.
           READ ArchivoAlmacenes KEY IS AL-Codigo
               INVALID KEY
                   IF SA-Almacen = AlmacenCentral
                       MOVE "Central" TO NombreAlmacen
                   ELSE
                       MOVE "(sin nombre)" TO NombreAlmacen
                   END-IF
               NOT INVALID KEY
                   MOVE AL-Nombre TO NombreAlmacen
           END-READ.
           MOVE SA-Cantidad TO CantidadEditada.
           MOVE SA-EnTransito TO TransitoEditado.
           MOVE SPACES TO LineaKardex.
           STRING SA-Almacen " " NombreAlmacen
               " exist. " CantidadEditada
               " transito " TransitoEditado
               DELIMITED BY SIZE INTO LineaKardex.

      *( el precio y el vendedor se leen por clave del maestro
      *  indexado, sin recorrer el fichero entero bajo CICS )
       PintaPrecio.
               " cant " KX-Cantidad
               " saldo " KX-Saldo
               " " KX-Origen
               " " KX-Almacen
               DELIMITED BY SIZE INTO LineaKardex.
           IF TotalKardex < 5
               ADD 1 TO TotalKardex
