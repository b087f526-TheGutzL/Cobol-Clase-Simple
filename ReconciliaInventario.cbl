               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT ArchivoMovimientos ASSIGN TO "movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoMovimientos.
           05 RE-Sku PIC X(10).
           05 RE-Cantidad PIC 9(7).
           05 RE-Contador PIC X(8).
           05 RE-Almacen PIC XX.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoMovimientos.
       01  MV-Registro.
           05 MV-Tipo PIC X.
           05 MV-Sku PIC X(10).
           05 MV-Cantidad PIC 9(5).
           05 MV-Coste PIC 9(5)V99.
           05 MV-Almacen PIC XX.
           05 MV-AlmacenDestino PIC XX.
           05 MV-Traspaso PIC 9(6).
       FD  ReporteVariancias.
       01  LineaVariancia PIC X(90).
       WORKING-STORAGE SECTION.
           88 NoHayStock VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoMovimientos PIC XX VALUE "00".
           88 MovimientosNoExiste VALUE "35".
       77  FinRecuento PIC X VALUE "N".
       77  VarianciaEditada PIC -(6)9.
       77  ValorEditado PIC -(11)9,99.
       77  UnidadesEditadas PIC -(8)9.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  AlmacenCentral PIC XX VALUE "01".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  SumaCantidades PIC S9(8) VALUE ZEROS.
       77  SumaTransito PIC S9(8) VALUE ZEROS.
       77  CantidadAlmacen PIC S9(8) VALUE ZEROS.
       77  TotalSinContar PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ReconciliaInventario: reconciliacion del "
               "recuento fisico contra las existencias.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoRecuento.
           IF NoHayRecuento
                   "recuento.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoStock
               OPEN INPUT ArchivoStockAlmacen
               IF NoHayStock
                   DISPLAY "ReconciliaInventario: no se encontro "
                       "stock.dat."
                   CLOSE ArchivoRecuento
                   CLOSE ArchivoStockAlmacen
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM AbreMovimientos
                   PERFORM ExaminaRecuento UNTIL NoHayMasRecuento
                   CLOSE ArchivoRecuento
                   CLOSE ArchivoStock
                   CLOSE ArchivoStockAlmacen
                   CLOSE ArchivoPrecios
                   CLOSE ArchivoMovimientos
                   PERFORM EscribeResumen
           READ ArchivoRecuento
               AT END MOVE "S" TO FinRecuento.

      *( la hoja de PlanRecuento trae la cantidad en blanco: la
      *  linea que el contador no ha rellenado no se concilia y se
      *  avisa, para no ajustar a cero lo que nadie ha contado. El
      *  recuento es por almacen, en blanco el central, y deja
      *  anotada en el maestro la fecha del ultimo recuento )
       ExaminaRecuento.
           IF RE-Almacen = SPACES
               MOVE AlmacenCentral TO RE-Almacen.
           IF RE-Cantidad NOT NUMERIC
               PERFORM RegistraSinContar
           ELSE
               ADD 1 TO TotalExaminados
               PERFORM BuscaStock
               IF StockHallado
                   PERFORM CalculaTeoricaAlmacen
                   MOVE FechaHoy TO ST-FechaRecuento
                   REWRITE ST-Registro
               ELSE
                   MOVE ZEROS TO CantidadTeorica
               END-IF
               COMPUTE Variancia = RE-Cantidad - CantidadTeorica
               IF Variancia NOT = ZEROS
                   PERFORM RegistraVariancia
               END-IF
           END-IF.
           PERFORM LeeRecuento.

       RegistraSinContar.
           ADD 1 TO TotalSinContar.
           MOVE SPACES TO LineaVariancia.
           STRING "AVISO: " RE-Sku " almacen " RE-Almacen
               " sin cantidad contada, no se concilia"
               DELIMITED BY SIZE INTO LineaVariancia.
           WRITE LineaVariancia.
           DISPLAY LineaVariancia.

      *( la existencia teorica de un almacen es la de su registro
      *  en stock_almacenes.dat; la del central es lo que queda del
      *  total del maestro sin los demas almacenes ni el transito )
       CalculaTeoricaAlmacen.
           MOVE ZEROS TO SumaCantidades.
           MOVE ZEROS TO SumaTransito.
           MOVE ZEROS TO CantidadAlmacen.
           MOVE "N" TO FinAlmacenes.
           MOVE RE-Sku TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen KEY IS NOT LESS THAN SA-Clave
               INVALID KEY MOVE "S" TO FinAlmacenes
           END-START.
           PERFORM SumaUnAlmacen UNTIL NoHayMasAlmacenes.
           IF RE-Almacen = AlmacenCentral
               COMPUTE CantidadTeorica =
                   ST-Cantidad - SumaCantidades - SumaTransito
           ELSE
               MOVE CantidadAlmacen TO CantidadTeorica.

       SumaUnAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes
               NOT AT END
                   IF SA-Sku NOT = RE-Sku
                       MOVE "S" TO FinAlmacenes
                   ELSE
                       ADD SA-Cantidad TO SumaCantidades
                       ADD SA-EnTransito TO SumaTransito
                       IF SA-Almacen = RE-Almacen
                           MOVE SA-Cantidad TO CantidadAlmacen
                       END-IF
                   END-IF
           END-READ.

       BuscaStock.
           MOVE "N" TO StockHalladoFlag.
           MOVE RE-Sku TO ST-Sku.
           MOVE Variancia TO VarianciaEditada.
           MOVE ValorVariancia TO ValorEditado.
           MOVE SPACES TO LineaVariancia.
           STRING RE-Sku " " RE-Almacen " teorico " CantidadTeorica
               " contado " RE-Cantidad
               " variancia " VarianciaEditada
               " valor " ValorEditado
               MOVE RE-Sku TO MV-Sku
               MOVE RE-Cantidad TO MV-Cantidad
               MOVE ZEROS TO MV-Coste
               MOVE RE-Almacen TO MV-Almacen
               MOVE SPACES TO MV-AlmacenDestino
               MOVE ZEROS TO MV-Traspaso
               WRITE MV-Registro.

      *( el precio para valorar la variancia se lee por clave del
               DELIMITED BY SIZE INTO LineaVariancia.
           WRITE LineaVariancia.
           DISPLAY LineaVariancia.
           MOVE SPACES TO LineaVariancia.
           STRING "Lineas sin contar:     " TotalSinContar
               DELIMITED BY SIZE INTO LineaVariancia.
           WRITE LineaVariancia.
           DISPLAY LineaVariancia.

       END PROGRAM ReconciliaInventario.
