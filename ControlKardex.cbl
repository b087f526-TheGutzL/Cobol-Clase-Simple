       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlKardex.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoKardex ASSIGN TO "kardex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoKardex.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "kardex_control_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteControl ASSIGN TO "kardex_control.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoParametros.
       01  KCP-Registro.
           05 KCP-FechaBase PIC 9(8).
       FD  ReporteControl.
       01  LineaControl PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoKardex PIC XX VALUE "00".
           88 NoHayKardex VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinStock PIC X VALUE "N".
           88 NoHayMasStock VALUE "S".
       77  FinKardex PIC X VALUE "N".
           88 NoHayMasKardex VALUE "S".
       77  SkuHalladoFlag PIC X VALUE "N".
           88 SkuHallado VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaBase PIC 9(8) VALUE ZEROS.
       77  SkuBuscado PIC X(10) VALUE SPACES.
       77  CantidadMaestro PIC S9(7) VALUE ZEROS.
       77  MotivoDescuadre PIC X(20) VALUE SPACES.
       77  TotalSkus PIC 9(4) VALUE ZEROS.
       77  TotalOmitidos PIC 9(6) VALUE ZEROS.
       77  TotalMovimientos PIC 9(7) VALUE ZEROS.
       77  TotalComprobados PIC 9(5) VALUE ZEROS.
       77  TotalDescuadres PIC 9(5) VALUE ZEROS.
       77  TotalTiposDesconocidos PIC 9(5) VALUE ZEROS.
       77  IdxSku PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  SaldoEditado PIC -(7)9.
       01  TablaKardex.
           05 CK-Entrada OCCURS 3000 TIMES.
               10 CK-Sku PIC X(10).
               10 CK-SaldoCalculado PIC S9(9) COMP-3.
               10 CK-UltimoSaldo PIC S9(7).
               10 CK-UltimaFecha PIC 9(8).
               10 CK-UltimaHora PIC 9(8).
               10 CK-UltimoTipo PIC X.
               10 CK-UltimoOrigen PIC X(15).
               10 CK-EnMaestro PIC X.

       PROCEDURE DIVISION.
      *( control nocturno del kardex frente al maestro de
      *  existencias, antes de la facturacion del dia siguiente:
      *  para cada SKU se reproducen los movimientos del kardex
      *  desde la fecha base (kardex_control_param.dat; sin ella,
      *  desde el principio) partiendo del saldo del ultimo
      *  movimiento anterior a esa fecha. Las recepciones suman,
      *  las salidas y las devoluciones a proveedor restan, los
      *  traspasos no cambian el total de la empresa y los
      *  ajustes (A, J) fijan el saldo que anotan.
      *  El saldo reproducido debe coincidir con el ultimo saldo
      *  del kardex y con la cantidad del maestro; cada SKU que no
      *  cuadra se lista con las tres cifras y su ultimo
      *  movimiento. Devuelve 4 si hay algun descuadre )
       Inicio.
           DISPLAY "ControlKardex: control del kardex frente al "
               "maestro de existencias.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoStock.
           IF NoHayStock
               DISPLAY "ControlKardex: no se encontro stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoKardex.
           IF NoHayKardex
               MOVE "S" TO FinKardex
           ELSE
               PERFORM LeeKardex.
           PERFORM ReproduceMovimiento UNTIL NoHayMasKardex.
           CLOSE ArchivoKardex.
           OPEN OUTPUT ReporteControl.
           PERFORM EscribeTitulo.
           PERFORM LeeStock.
           PERFORM CompruebaSku UNTIL NoHayMasStock.
           CLOSE ArchivoStock.
           PERFORM CompruebaSinMaestro
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.
           PERFORM EscribeResumen.
           CLOSE ReporteControl.
           IF TotalDescuadres NOT = ZEROS OR TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF KCP-FechaBase NUMERIC
                           MOVE KCP-FechaBase TO FechaBase
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeKardex.
           READ ArchivoKardex
               AT END MOVE "S" TO FinKardex.

      *( antes de la fecha base solo interesa el saldo que deja
      *  cada movimiento: el ultimo es el saldo de apertura )
       ReproduceMovimiento.
           MOVE KX-Sku TO SkuBuscado.
           PERFORM BuscaSku.
           IF NOT SkuHallado
               PERFORM AnadeSku.
           IF SkuHallado
               IF KX-Fecha < FechaBase
                   MOVE KX-Saldo TO CK-SaldoCalculado(IdxHallado)
               ELSE
                   ADD 1 TO TotalMovimientos
                   PERFORM AplicaMovimiento
               END-IF
               MOVE KX-Saldo TO CK-UltimoSaldo(IdxHallado)
               MOVE KX-Fecha TO CK-UltimaFecha(IdxHallado)
               MOVE KX-Hora TO CK-UltimaHora(IdxHallado)
               MOVE KX-Tipo TO CK-UltimoTipo(IdxHallado)
               MOVE KX-Origen TO CK-UltimoOrigen(IdxHallado)
           ELSE
               ADD 1 TO TotalOmitidos.
           PERFORM LeeKardex.

       AplicaMovimiento.
           EVALUATE KX-Tipo
               WHEN "R"
                   ADD KX-Cantidad TO CK-SaldoCalculado(IdxHallado)
               WHEN "I"
               WHEN "D"
                   SUBTRACT KX-Cantidad
                       FROM CK-SaldoCalculado(IdxHallado)
               WHEN "A"
               WHEN "J"
                   MOVE KX-Saldo TO CK-SaldoCalculado(IdxHallado)
               WHEN "T"
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO TotalTiposDesconocidos
           END-EVALUATE.

       BuscaSku.
           MOVE "N" TO SkuHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM BuscaUnSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus OR SkuHallado.

       BuscaUnSku.
           IF CK-Sku(IdxSku) = SkuBuscado
               MOVE "S" TO SkuHalladoFlag
               MOVE IdxSku TO IdxHallado.

       AnadeSku.
           IF TotalSkus < 3000
               ADD 1 TO TotalSkus
               MOVE SkuBuscado TO CK-Sku(TotalSkus)
               MOVE ZEROS TO CK-SaldoCalculado(TotalSkus)
               MOVE ZEROS TO CK-UltimoSaldo(TotalSkus)
               MOVE ZEROS TO CK-UltimaFecha(TotalSkus)
               MOVE ZEROS TO CK-UltimaHora(TotalSkus)
               MOVE SPACE TO CK-UltimoTipo(TotalSkus)
               MOVE SPACES TO CK-UltimoOrigen(TotalSkus)
               MOVE "N" TO CK-EnMaestro(TotalSkus)
               MOVE "S" TO SkuHalladoFlag
               MOVE TotalSkus TO IdxHallado.

       LeeStock.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinStock.

      *( un SKU del maestro sin movimientos en el kardex solo
      *  cuadra si su cantidad es cero )
       CompruebaSku.
           ADD 1 TO TotalComprobados.
           MOVE ST-Sku TO SkuBuscado.
           MOVE ST-Cantidad TO CantidadMaestro.
           PERFORM BuscaSku.
           IF SkuHallado
               MOVE "S" TO CK-EnMaestro(IdxHallado)
               EVALUATE TRUE
                   WHEN CK-SaldoCalculado(IdxHallado)
                       NOT = CK-UltimoSaldo(IdxHallado)
                       MOVE "KARDEX INCOHERENTE" TO MotivoDescuadre
                       PERFORM EscribeDescuadre
                   WHEN CK-SaldoCalculado(IdxHallado)
                       NOT = CantidadMaestro
                       MOVE "MAESTRO DISTINTO" TO MotivoDescuadre
                       PERFORM EscribeDescuadre
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF CantidadMaestro NOT = ZEROS
                   PERFORM EscribeSinKardex.
           PERFORM LeeStock.

       CompruebaSinMaestro.
           IF CK-EnMaestro(IdxSku) NOT = "S"
               MOVE IdxSku TO IdxHallado
               MOVE ZEROS TO CantidadMaestro
               MOVE "SKU NO EN MAESTRO" TO MotivoDescuadre
               PERFORM EscribeDescuadre.

       EscribeDescuadre.
           ADD 1 TO TotalDescuadres.
           MOVE SPACES TO LineaControl.
           MOVE CK-Sku(IdxHallado) TO LineaControl(1:10).
           MOVE CK-SaldoCalculado(IdxHallado) TO SaldoEditado.
           MOVE SaldoEditado TO LineaControl(12:8).
           MOVE CK-UltimoSaldo(IdxHallado) TO SaldoEditado.
           MOVE SaldoEditado TO LineaControl(21:8).
           MOVE CantidadMaestro TO SaldoEditado.
           MOVE SaldoEditado TO LineaControl(30:8).
           MOVE CK-UltimaFecha(IdxHallado) TO LineaControl(39:8).
           MOVE CK-UltimaHora(IdxHallado)(1:4) TO LineaControl(48:4).
           MOVE CK-UltimoTipo(IdxHallado) TO LineaControl(53:1).
           MOVE CK-UltimoOrigen(IdxHallado) TO LineaControl(55:15).
           MOVE MotivoDescuadre TO LineaControl(71:20).
           WRITE LineaControl.

       EscribeSinKardex.
           ADD 1 TO TotalDescuadres.
           MOVE SPACES TO LineaControl.
           MOVE SkuBuscado TO LineaControl(1:10).
           MOVE ZEROS TO SaldoEditado.
           MOVE SaldoEditado TO LineaControl(12:8).
           MOVE SaldoEditado TO LineaControl(21:8).
           MOVE CantidadMaestro TO SaldoEditado.
           MOVE SaldoEditado TO LineaControl(30:8).
           MOVE "SIN KARDEX" TO LineaControl(71:20).
           WRITE LineaControl.

       EscribeTitulo.
           MOVE SPACES TO LineaControl.
           STRING "Control del kardex frente al maestro a " FechaHoy
               " (movimientos desde " FechaBase ")"
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           MOVE ALL "-" TO LineaControl.
           WRITE LineaControl.
           MOVE SPACES TO LineaControl.
           MOVE "SKU" TO LineaControl(1:3).
           MOVE "Calculad Ult.sald Maestro  Ult.mov. Hora T Origen"
               TO LineaControl(12:50).
           MOVE "Motivo" TO LineaControl(71:6).
           WRITE LineaControl.

       EscribeResumen.
           MOVE SPACES TO LineaControl.
           WRITE LineaControl.
           MOVE SPACES TO LineaControl.
           STRING "Movimientos reproducidos: " TotalMovimientos
               "  SKUs del maestro comprobados: " TotalComprobados
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           DISPLAY LineaControl.
           MOVE SPACES TO LineaControl.
           STRING "SKUs descuadrados: " TotalDescuadres
               DELIMITED BY SIZE INTO LineaControl.
           WRITE LineaControl.
           DISPLAY LineaControl.
           IF TotalTiposDesconocidos NOT = ZEROS
               MOVE SPACES TO LineaControl
               STRING "AVISO: " TotalTiposDesconocidos
                   " movimientos de tipo desconocido no reproducidos"
                   DELIMITED BY SIZE INTO LineaControl
               WRITE LineaControl
               DISPLAY LineaControl.
           IF TotalOmitidos NOT = ZEROS
               MOVE SPACES TO LineaControl
               STRING "AVISO: " TotalOmitidos
                   " movimientos de SKUs que no caben en la tabla"
                   DELIMITED BY SIZE INTO LineaControl
               WRITE LineaControl
               DISPLAY LineaControl.

       END PROGRAM ControlKardex.
