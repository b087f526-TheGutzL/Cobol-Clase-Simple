           SELECT ArchivoKardex ASSIGN TO "kardex.dat"
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
           SELECT OPTIONAL ArchivoTraspasos ASSIGN TO "traspasos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-Numero
               FILE STATUS IS EstadoTraspasos.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
           05 MV-Sku PIC X(10).
           05 MV-Cantidad PIC 9(5).
           05 MV-Coste PIC 9(5)V99.
           05 MV-Almacen PIC XX.
           05 MV-AlmacenDestino PIC XX.
           05 MV-Traspaso PIC 9(6).
       FD  ReporteMovimientos.
       01  LineaMovimiento PIC X(70).
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoAlmacenes.
       COPY "ALMACEN.cpy".
       FD  ArchivoTraspasos.
       COPY "TRASPASO.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 StockOk VALUE "00".
       77  TotalAjustes PIC 9(4) VALUE ZEROS.
       01  EstadoKardex PIC XX VALUE "00".
           88 KardexNoExiste VALUE "35".
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoAlmacenes PIC XX VALUE "00".
       01  EstadoTraspasos PIC XX VALUE "00".
       77  AlmacenCentral PIC XX VALUE "01".
       77  AlmacenConsulta PIC XX VALUE SPACES.
       77  AlmacenAjuste PIC XX VALUE SPACES.
       77  AlmacenValidoFlag PIC X VALUE "N".
           88 AlmacenValido VALUE "S".
       77  MovimientoValidoFlag PIC X VALUE "N".
           88 MovimientoValido VALUE "S".
       77  TraspasoHalladoFlag PIC X VALUE "N".
           88 TraspasoHallado VALUE "S".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  ExistenciaAlmacen PIC S9(8) VALUE ZEROS.
       77  CantidadAlmacen PIC S9(8) VALUE ZEROS.
       77  SumaCantidades PIC S9(8) VALUE ZEROS.
       77  SumaTransito PIC S9(8) VALUE ZEROS.
       77  CantidadTotal PIC S9(8) VALUE ZEROS.
       77  DeltaCantidad PIC S9(8) VALUE ZEROS.
       77  DeltaTransito PIC S9(8) VALUE ZEROS.
       77  CantidadTraspaso PIC 9(7) VALUE ZEROS.
       77  NumeroTraspaso PIC 9(6) VALUE ZEROS.
       77  TotalTraspasos PIC 9(4) VALUE ZEROS.
       77  MotivoRechazo PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       Inicio.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoStock
               OPEN I-O ArchivoStockAlmacen
               OPEN I-O ArchivoTraspasos
               OPEN INPUT ArchivoAlmacenes
               OPEN OUTPUT ReporteMovimientos
               PERFORM AbreKardex
               PERFORM LeeMovimiento
               PERFORM AplicaMovimiento UNTIL NoHayMasMovimientos
               CLOSE ArchivoStock
               CLOSE ArchivoStockAlmacen
               CLOSE ArchivoTraspasos
               CLOSE ArchivoAlmacenes
               CLOSE ReporteMovimientos
               CLOSE ArchivoKardex
               CLOSE ArchivoMovimientos
                   " rechazados " TotalRechazados
               DISPLAY "MovimientosStock: de ellos ajustes por "
                   "recuento: " TotalAjustes
               DISPLAY "MovimientosStock: de ellos salidas y entradas "
                   "de traspaso: " TotalTraspasos
               DISPLAY "MovimientosStock: lecturas de precio "
                   "servidas: " TotalLecturasPrecio
               IF TotalRechazados NOT = ZEROS
           READ ArchivoMovimientos
               AT END MOVE "S" TO FinMovimientos.

      *( el almacen en blanco es el central; la salida de
      *  traspaso (T) lleva ademas el almacen de destino y la
      *  entrada de traspaso (E) el numero del traspaso que se
      *  recibe en el almacen de destino )
       AplicaMovimiento.
           PERFORM ValidaSku.
           IF NOT SkuConocido
               MOVE "SKU desconocido" TO MotivoRechazo
               PERFORM RechazaMovimiento
           ELSE
               PERFORM ValidaAlmacenes
               IF NOT MovimientoValido
                   PERFORM RechazaMovimiento
               ELSE
                   EVALUATE MV-Tipo
                       WHEN "T"
                           PERFORM SalidaTraspaso
                       WHEN "E"
                           PERFORM EntradaTraspaso
                       WHEN OTHER
                           PERFORM ActualizaStock
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LeeMovimiento.

      *( el SKU se valida con una lectura por clave del maestro
                   MOVE "S" TO SkuConocidoFlag
           END-READ.

       ValidaAlmacenes.
           MOVE "S" TO MovimientoValidoFlag.
           IF MV-Almacen = SPACES
               MOVE AlmacenCentral TO MV-Almacen.
           MOVE MV-Almacen TO AlmacenConsulta.
           PERFORM CompruebaAlmacen.
           IF NOT AlmacenValido
               MOVE "N" TO MovimientoValidoFlag
               MOVE "almacen desconocido" TO MotivoRechazo.
           IF MovimientoValido AND MV-Tipo = "T"
               IF MV-AlmacenDestino = SPACES
                   MOVE AlmacenCentral TO MV-AlmacenDestino
               END-IF
               MOVE MV-AlmacenDestino TO AlmacenConsulta
               PERFORM CompruebaAlmacen
               IF NOT AlmacenValido
                   MOVE "N" TO MovimientoValidoFlag
                   MOVE "almacen de destino desconocido"
                       TO MotivoRechazo
               ELSE
                   IF MV-AlmacenDestino = MV-Almacen
                       OR MV-Cantidad = ZEROS
                       MOVE "N" TO MovimientoValidoFlag
                       MOVE "traspaso sin cantidad o al mismo almacen"
                           TO MotivoRechazo
                   END-IF
               END-IF
           END-IF.

      *( el central existe siempre; el resto ha de estar dado de
      *  alta en el maestro de almacenes )
       CompruebaAlmacen.
           MOVE "N" TO AlmacenValidoFlag.
           IF AlmacenConsulta = AlmacenCentral
               MOVE "S" TO AlmacenValidoFlag
           ELSE
               MOVE AlmacenConsulta TO AL-Codigo
               READ ArchivoAlmacenes KEY IS AL-Codigo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO AlmacenValidoFlag
               END-READ
           END-IF.

      *( las entradas, salidas y ajustes mueven la existencia del
      *  almacen del movimiento; el maestro guarda el total de la
      *  empresa y se corrige en la misma diferencia )
       ActualizaStock.
           MOVE MV-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
                       PERFORM RechazaMovimiento
                   ELSE
                       MOVE MV-Sku TO ST-Sku
                       MOVE CantidadTotal TO ST-Cantidad
                       MOVE ZEROS TO ST-Minimo
                       MOVE ZEROS TO ST-Maximo
                       IF MV-Tipo = "R"
                       ELSE
                           MOVE ZEROS TO ST-CosteMedio
                       END-IF
                       MOVE SPACE TO ST-CategoriaIva
                       MOVE SPACE TO ST-ClaseAbc
                       MOVE ZEROS TO ST-FechaRecuento
                       WRITE ST-Registro
                       END-WRITE
                       PERFORM AjustaAlmacenMovimiento
                       PERFORM AnotaMovimiento
                   END-IF
               NOT INVALID KEY
                       PERFORM RechazaMovimiento
                   ELSE
                       PERFORM ActualizaCosteMedio
                       MOVE CantidadTotal TO ST-Cantidad
                       REWRITE ST-Registro
                       PERFORM AjustaAlmacenMovimiento
                       PERFORM AnotaMovimiento
                   END-IF
           END-READ.

       AjustaAlmacenMovimiento.
           IF MV-Almacen NOT = AlmacenCentral
               MOVE MV-Almacen TO AlmacenAjuste
               COMPUTE DeltaCantidad = CantidadNueva - ExistenciaAlmacen
               MOVE ZEROS TO DeltaTransito
               PERFORM AjustaStockAlmacen.

      *( el coste medio ponderado solo se mueve con las entradas
      *  tipo R que traen coste: el nuevo coste pondera las
      *  existencias previas de la empresa al coste antiguo con la
      *  cantidad recibida al coste de la recepcion )
       ActualizaCosteMedio.
           IF MV-Tipo = "R"
               AND MV-Coste NOT = ZEROS
               AND CantidadTotal > ZEROS
               IF ST-Cantidad <= ZEROS
                   MOVE MV-Coste TO ST-CosteMedio
               ELSE
                   COMPUTE ST-CosteMedio ROUNDED =
                       ((ST-Cantidad * ST-CosteMedio) +
                        (MV-Cantidad * MV-Coste)) / CantidadTotal
                       ON SIZE ERROR
                           MOVE MV-Coste TO ST-CosteMedio
                   END-COMPUTE.

      *( el tipo J es el ajuste por recuento fisico: fija la
      *  cantidad igual que el tipo A pero se cuenta aparte para
      *  distinguir los ajustes del movimiento comercial. La
      *  cantidad nueva es la del almacen y el total de la empresa
      *  cambia en la misma diferencia )
       CalculaCantidad.
           MOVE MV-Almacen TO AlmacenConsulta.
           PERFORM CalculaExistenciaAlmacen.
           EVALUATE MV-Tipo
               WHEN "R"
                   COMPUTE CantidadNueva =
                       ExistenciaAlmacen + MV-Cantidad
               WHEN "I"
                   COMPUTE CantidadNueva =
                       ExistenciaAlmacen - MV-Cantidad
               WHEN "A"
                   MOVE MV-Cantidad TO CantidadNueva
               WHEN "J"
               WHEN OTHER
                   MOVE -1 TO CantidadNueva
           END-EVALUATE.
           COMPUTE CantidadTotal =
               ST-Cantidad + CantidadNueva - ExistenciaAlmacen.
           IF CantidadNueva < ZEROS
               MOVE "dejaria existencias negativas o tipo no valido"
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
           MOVE MV-Sku TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen
               KEY IS NOT LESS THAN SA-Clave
               INVALID KEY
                   MOVE "S" TO FinAlmacenes
           END-START.
           IF NOT NoHayMasAlmacenes
               PERFORM LeeStockAlmacen
               PERFORM SumaUnAlmacen UNTIL NoHayMasAlmacenes.
           IF AlmacenConsulta = AlmacenCentral
               COMPUTE ExistenciaAlmacen =
                   ST-Cantidad - SumaCantidades - SumaTransito
           ELSE
               MOVE CantidadAlmacen TO ExistenciaAlmacen.

       LeeStockAlmacen.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes.
           IF NOT NoHayMasAlmacenes
               IF SA-Sku NOT = MV-Sku
                   MOVE "S" TO FinAlmacenes.

       SumaUnAlmacen.
           ADD SA-Cantidad TO SumaCantidades.
           ADD SA-EnTransito TO SumaTransito.
           IF SA-Almacen = AlmacenConsulta
               MOVE SA-Cantidad TO CantidadAlmacen.
           PERFORM LeeStockAlmacen.

      *( suma las diferencias de cantidad y de transito al
      *  registro del SKU en el almacen, dandolo de alta si no
      *  existe; del central solo se lleva el transito )
       AjustaStockAlmacen.
           MOVE MV-Sku TO SA-Sku.
           MOVE AlmacenAjuste TO SA-Almacen.
           READ ArchivoStockAlmacen KEY IS SA-Clave
               INVALID KEY
                   MOVE MV-Sku TO SA-Sku
                   MOVE AlmacenAjuste TO SA-Almacen
                   MOVE DeltaCantidad TO SA-Cantidad
                   MOVE DeltaTransito TO SA-EnTransito
                   WRITE SA-Registro
                   END-WRITE
               NOT INVALID KEY
                   ADD DeltaCantidad TO SA-Cantidad
                   ADD DeltaTransito TO SA-EnTransito
                   REWRITE SA-Registro
           END-READ.

      *( la salida de traspaso saca la mercancia del almacen de
      *  origen y la deja en transito hacia el de destino hasta
      *  que alli se reciba; el total de la empresa no cambia )
       SalidaTraspaso.
           MOVE MV-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE "sin existencias en el almacen de origen"
                       TO MotivoRechazo
                   PERFORM RechazaMovimiento
               NOT INVALID KEY
                   MOVE MV-Almacen TO AlmacenConsulta
                   PERFORM CalculaExistenciaAlmacen
                   IF ExistenciaAlmacen < MV-Cantidad
                       MOVE "sin existencias en el almacen de origen"
                           TO MotivoRechazo
                       PERFORM RechazaMovimiento
                   ELSE
                       PERFORM RegistraSalidaTraspaso
                   END-IF
           END-READ.

       RegistraSalidaTraspaso.
           IF MV-Almacen NOT = AlmacenCentral
               MOVE MV-Almacen TO AlmacenAjuste
               COMPUTE DeltaCantidad = 0 - MV-Cantidad
               MOVE ZEROS TO DeltaTransito
               PERFORM AjustaStockAlmacen.
           MOVE MV-AlmacenDestino TO AlmacenAjuste.
           MOVE ZEROS TO DeltaCantidad.
           MOVE MV-Cantidad TO DeltaTransito.
           PERFORM AjustaStockAlmacen.
           PERFORM SiguienteTraspaso.
           MOVE NumeroTraspaso TO TR-Numero.
           MOVE MV-Sku TO TR-Sku.
           MOVE MV-Almacen TO TR-Origen.
           MOVE MV-AlmacenDestino TO TR-Destino.
           MOVE MV-Cantidad TO TR-Cantidad.
           ACCEPT TR-FechaSalida FROM DATE YYYYMMDD.
           MOVE ZEROS TO TR-FechaRecepcion.
           MOVE "T" TO TR-Estado.
           WRITE TR-Registro.
           MOVE NumeroTraspaso TO MV-Traspaso.
           MOVE MV-Cantidad TO CantidadTraspaso.
           PERFORM AnotaTraspaso.

      *( el numero de traspaso es el siguiente al ultimo dado de
      *  alta, localizado con START KEY LESS THAN sobre el maximo )
       SiguienteTraspaso.
           MOVE 1 TO NumeroTraspaso.
           MOVE 999999 TO TR-Numero.
           START ArchivoTraspasos
               KEY IS LESS THAN TR-Numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ArchivoTraspasos NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           COMPUTE NumeroTraspaso = TR-Numero + 1
                   END-READ
           END-START.

      *( la entrada de traspaso recibe entero en el almacen de
      *  destino un traspaso en transito del mismo SKU )
       EntradaTraspaso.
           MOVE "N" TO TraspasoHalladoFlag.
           MOVE MV-Traspaso TO TR-Numero.
           READ ArchivoTraspasos KEY IS TR-Numero
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TR-EN-TRANSITO AND TR-Sku = MV-Sku
                       MOVE "S" TO TraspasoHalladoFlag
                   END-IF
           END-READ.
           IF NOT TraspasoHallado
               MOVE "traspaso inexistente, ya recibido o de otro SKU"
                   TO MotivoRechazo
               PERFORM RechazaMovimiento
           ELSE
               PERFORM RegistraEntradaTraspaso.

       RegistraEntradaTraspaso.
           MOVE TR-Destino TO AlmacenAjuste.
           IF TR-Destino = AlmacenCentral
               MOVE ZEROS TO DeltaCantidad
           ELSE
               MOVE TR-Cantidad TO DeltaCantidad.
           COMPUTE DeltaTransito = 0 - TR-Cantidad.
           PERFORM AjustaStockAlmacen.
           MOVE "R" TO TR-Estado.
           ACCEPT TR-FechaRecepcion FROM DATE YYYYMMDD.
           REWRITE TR-Registro.
           MOVE TR-Destino TO MV-Almacen.
           MOVE TR-Cantidad TO CantidadTraspaso.
           MOVE MV-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE ZEROS TO ST-Cantidad
           END-READ.
           PERFORM AnotaTraspaso.

       AbreKardex.
           OPEN EXTEND ArchivoKardex.
           ACCEPT KX-Fecha FROM DATE YYYYMMDD.
           ACCEPT KX-Hora FROM TIME.
           MOVE MV-Tipo TO KX-Tipo.
           MOVE ST-Cantidad TO KX-Saldo.
           MOVE "MovimientoStock" TO KX-Origen.
           MOVE SPACES TO KX-Lote.
           MOVE MV-Almacen TO KX-Almacen.
           WRITE KX-Registro.

       AnotaMovimiento.
           ADD 1 TO TotalAplicados.
           IF MV-Tipo = "J"
               ADD 1 TO TotalAjustes.
           MOVE MV-Cantidad TO KX-Cantidad.
           PERFORM AnotaKardex.
           MOVE SPACES TO LineaMovimiento.
           STRING "Aplicado " MV-Tipo " " MV-Sku
           WRITE LineaMovimiento.
           DISPLAY LineaMovimiento.

      *( el traspaso va al kardex con la cantidad en positivo y
      *  el saldo de la empresa sin cambios: la salida en el
      *  almacen de origen y la entrada en el de destino )
       AnotaTraspaso.
           ADD 1 TO TotalAplicados.
           ADD 1 TO TotalTraspasos.
           MOVE CantidadTraspaso TO KX-Cantidad.
           PERFORM AnotaKardex.
           MOVE SPACES TO LineaMovimiento.
           STRING "Aplicado " MV-Tipo " " MV-Sku
               " cantidad " CantidadTraspaso
               " traspaso " MV-Traspaso
               " almacen " MV-Almacen
               DELIMITED BY SIZE INTO LineaMovimiento.
           WRITE LineaMovimiento.
           DISPLAY LineaMovimiento.

       RechazaMovimiento.
           ADD 1 TO TotalRechazados.
           MOVE SPACES TO LineaMovimiento.
           STRING "Rechazado " MV-Tipo " " MV-Sku ": "
               MotivoRechazo
               DELIMITED BY SIZE INTO LineaMovimiento.
           WRITE LineaMovimiento.
           DISPLAY LineaMovimiento.

