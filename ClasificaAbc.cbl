       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClasificaAbc.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoKardex ASSIGN TO "kardex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoKardex.
           SELECT OPTIONAL ArchivoParametros ASSIGN TO "abc_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteAbc ASSIGN TO "abc_clasificacion.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoParametros.
       01  AP-Registro.
           05 AP-PorcentajeA PIC 9(3).
           05 AP-PorcentajeB PIC 9(3).
           05 AP-DiasVenta PIC 9(3).
       FD  ReporteAbc.
       01  LineaAbc PIC X(90).
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
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  PorcentajeA PIC 9(3) VALUE 80.
       77  PorcentajeB PIC 9(3) VALUE 95.
       77  DiasVenta PIC 9(3) VALUE 365.
       77  TotalSkus PIC 9(4) COMP VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  TotalVentasLeidas PIC 9(6) VALUE ZEROS.
       77  TotalCambios PIC 9(4) VALUE ZEROS.
       77  IdxSku PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxMayor PIC 9(4) COMP VALUE ZEROS.
       77  ValorTotal PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  ValorAcumulado PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  PorcentajeAcumulado PIC 9(3)V99 VALUE ZEROS.
       77  ClaseAnterior PIC X VALUE SPACE.
       77  MarcaCambio PIC X(8) VALUE SPACES.
       77  UnidadesEditadas PIC -(8)9.
       77  ValorEditado PIC -(11)9,99.
       77  PorcentajeEditado PIC ZZ9,99.
       77  RangoEditado PIC ZZZ9.
       01  ResumenClases.
           05 RES-Clase OCCURS 3 TIMES.
               10 RES-Codigo PIC X.
               10 RES-Skus PIC 9(4).
               10 RES-Valor PIC S9(13)V99 COMP-3.
       77  IdxClase PIC 9 VALUE ZEROS.
       01  EntradaTemporal PIC X(36).
       01  TablaAbc.
           05 ABC-Entrada OCCURS 3000 TIMES.
               10 ABC-Sku PIC X(10).
               10 ABC-Coste PIC 9(5)V9(4).
               10 ABC-Unidades PIC S9(9).
               10 ABC-Valor PIC S9(11)V99 COMP-3.
               10 ABC-Clase PIC X.

       PROCEDURE DIVISION.
      *( clasificacion ABC del maestro de existencias por valor de
      *  venta anual: las unidades vendidas salen de las salidas
      *  de facturacion del kardex de los ultimos dias de venta
      *  (abc_param.dat, 365 por defecto) valoradas al coste medio
      *  del articulo. Por valor acumulado, los que llegan al
      *  porcentaje A (80 por defecto) son clase A, hasta el B
      *  (95) clase B y el resto clase C; sin ventas, clase C.
      *  La clase queda en el maestro y marca la frecuencia del
      *  recuento ciclico que prepara PlanRecuento )
       Inicio.
           DISPLAY "ClasificaAbc: clasificacion ABC de existencias.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           COMPUTE FechaDesde = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FechaHoy) - DiasVenta).
           OPEN I-O ArchivoStock.
           IF NoHayStock
               DISPLAY "ClasificaAbc: no se encontro stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeStock.
           PERFORM CargaSku UNTIL NoHayMasStock.
           OPEN INPUT ArchivoKardex.
           IF NoHayKardex
               MOVE "S" TO FinKardex
           ELSE
               PERFORM LeeKardex.
           PERFORM AcumulaVenta UNTIL NoHayMasKardex.
           CLOSE ArchivoKardex.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden > TotalSkus.
           INITIALIZE ResumenClases.
           MOVE "A" TO RES-Codigo(1).
           MOVE "B" TO RES-Codigo(2).
           MOVE "C" TO RES-Codigo(3).
           OPEN OUTPUT ReporteAbc.
           PERFORM EscribeTitulo.
           PERFORM ClasificaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.
           PERFORM EscribeResumen.
           CLOSE ArchivoStock.
           CLOSE ReporteAbc.
           IF TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF AP-PorcentajeA NOT = ZEROS
                           MOVE AP-PorcentajeA TO PorcentajeA
                       END-IF
                       IF AP-PorcentajeB NOT = ZEROS
                           MOVE AP-PorcentajeB TO PorcentajeB
                       END-IF
                       IF AP-DiasVenta NOT = ZEROS
                           MOVE AP-DiasVenta TO DiasVenta
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.
           IF PorcentajeB < PorcentajeA
               MOVE PorcentajeA TO PorcentajeB.

       LeeStock.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinStock.

       CargaSku.
           IF TotalSkus < 3000
               ADD 1 TO TotalSkus
               MOVE ST-Sku TO ABC-Sku(TotalSkus)
               MOVE ST-CosteMedio TO ABC-Coste(TotalSkus)
               MOVE ZEROS TO ABC-Unidades(TotalSkus)
               MOVE ZEROS TO ABC-Valor(TotalSkus)
               MOVE "C" TO ABC-Clase(TotalSkus)
           ELSE
               ADD 1 TO TotalOmitidos
               DISPLAY "ClasificaAbc: tabla de SKUs llena, se omite "
                   ST-Sku.
           PERFORM LeeStock.

       LeeKardex.
           READ ArchivoKardex
               AT END MOVE "S" TO FinKardex.

      *( solo cuentan como venta las salidas que anota la
      *  facturacion; las salidas manuales de MovimientosStock son
      *  consumos y no venden )
       AcumulaVenta.
           IF KX-Tipo = "I"
               AND KX-Origen = "FacturaPedidos"
               AND KX-Fecha > FechaDesde
               PERFORM BuscaSku
               IF SkuHallado
                   ADD 1 TO TotalVentasLeidas
                   ADD KX-Cantidad TO ABC-Unidades(IdxHallado)
               END-IF
           END-IF.
           PERFORM LeeKardex.

       BuscaSku.
           MOVE "N" TO SkuHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus OR SkuHallado.

       CompruebaSku.
           IF ABC-Sku(IdxSku) = KX-Sku
               MOVE "S" TO SkuHalladoFlag
               MOVE IdxSku TO IdxHallado.

      *( antes de ordenar se valora cada SKU, de modo que la
      *  ordenacion por valor descendente ve ya todos los valores )
       OrdenaUnaPosicion.
           IF IdxOrden = 1
               PERFORM ValoraSku
                   VARYING IdxSku FROM 1 BY 1
                   UNTIL IdxSku > TotalSkus.
           MOVE IdxOrden TO IdxMayor.
           PERFORM BuscaMayor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalSkus.
           IF IdxMayor NOT = IdxOrden
               MOVE ABC-Entrada(IdxOrden) TO EntradaTemporal
               MOVE ABC-Entrada(IdxMayor) TO ABC-Entrada(IdxOrden)
               MOVE EntradaTemporal TO ABC-Entrada(IdxMayor).

       ValoraSku.
           COMPUTE ABC-Valor(IdxSku) ROUNDED =
               ABC-Unidades(IdxSku) * ABC-Coste(IdxSku)
               ON SIZE ERROR
                   MOVE ZEROS TO ABC-Valor(IdxSku)
           END-COMPUTE.
           IF ABC-Valor(IdxSku) > ZEROS
               ADD ABC-Valor(IdxSku) TO ValorTotal.

       BuscaMayor.
           IF ABC-Valor(IdxBusca) > ABC-Valor(IdxMayor)
               MOVE IdxBusca TO IdxMayor.

      *( la clase se decide con el acumulado anterior al SKU, de
      *  modo que el articulo que cruza el corte A sigue en A )
       ClasificaSku.
           IF ABC-Valor(IdxSku) <= ZEROS OR ValorTotal = ZEROS
               MOVE "C" TO ABC-Clase(IdxSku)
           ELSE
               COMPUTE PorcentajeAcumulado ROUNDED =
                   ValorAcumulado * 100 / ValorTotal
               EVALUATE TRUE
                   WHEN PorcentajeAcumulado < PorcentajeA
                       MOVE "A" TO ABC-Clase(IdxSku)
                   WHEN PorcentajeAcumulado < PorcentajeB
                       MOVE "B" TO ABC-Clase(IdxSku)
                   WHEN OTHER
                       MOVE "C" TO ABC-Clase(IdxSku)
               END-EVALUATE
               ADD ABC-Valor(IdxSku) TO ValorAcumulado.
           IF ValorTotal NOT = ZEROS
               COMPUTE PorcentajeAcumulado ROUNDED =
                   ValorAcumulado * 100 / ValorTotal.
           PERFORM GrabaClase.
           PERFORM AcumulaResumen.
           PERFORM EscribeSku.

       GrabaClase.
           MOVE SPACES TO MarcaCambio.
           MOVE ABC-Sku(IdxSku) TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-ClaseAbc TO ClaseAnterior
                   IF ClaseAnterior = SPACE
                       MOVE "C" TO ClaseAnterior
                   END-IF
                   IF ClaseAnterior NOT = ABC-Clase(IdxSku)
                       ADD 1 TO TotalCambios
                       STRING "antes " ClaseAnterior
                           DELIMITED BY SIZE INTO MarcaCambio
                   END-IF
                   MOVE ABC-Clase(IdxSku) TO ST-ClaseAbc
                   REWRITE ST-Registro
           END-READ.

       AcumulaResumen.
           EVALUATE ABC-Clase(IdxSku)
               WHEN "A"
                   MOVE 1 TO IdxClase
               WHEN "B"
                   MOVE 2 TO IdxClase
               WHEN OTHER
                   MOVE 3 TO IdxClase
           END-EVALUATE.
           ADD 1 TO RES-Skus(IdxClase).
           ADD ABC-Valor(IdxSku) TO RES-Valor(IdxClase).

       EscribeSku.
           MOVE IdxSku TO RangoEditado.
           MOVE ABC-Unidades(IdxSku) TO UnidadesEditadas.
           MOVE ABC-Valor(IdxSku) TO ValorEditado.
           MOVE PorcentajeAcumulado TO PorcentajeEditado.
           MOVE SPACES TO LineaAbc.
           STRING RangoEditado " " ABC-Sku(IdxSku) " "
               UnidadesEditadas " " ValorEditado " "
               PorcentajeEditado "%  " ABC-Clase(IdxSku) "  "
               MarcaCambio
               DELIMITED BY SIZE INTO LineaAbc.
           WRITE LineaAbc.

       EscribeTitulo.
           MOVE SPACES TO LineaAbc.
           STRING "Clasificacion ABC por valor de venta desde "
               FechaDesde " hasta " FechaHoy
               DELIMITED BY SIZE INTO LineaAbc.
           WRITE LineaAbc.
           MOVE SPACES TO LineaAbc.
           STRING "Corte A " PorcentajeA "%  corte B " PorcentajeB
               "%  valoracion a coste medio"
               DELIMITED BY SIZE INTO LineaAbc.
           WRITE LineaAbc.
           MOVE ALL "-" TO LineaAbc.
           WRITE LineaAbc.
           MOVE "Rango SKU        Unidades     Valor de venta  Acumul."
               TO LineaAbc.
           MOVE "Clase" TO LineaAbc(59:5).
           WRITE LineaAbc.

       EscribeResumen.
           MOVE SPACES TO LineaAbc.
           WRITE LineaAbc.
           PERFORM EscribeUnaClase
               VARYING IdxClase FROM 1 BY 1
               UNTIL IdxClase > 3.
           MOVE SPACES TO LineaAbc.
           STRING "Salidas de venta leidas: " TotalVentasLeidas
               "  SKUs que cambian de clase: " TotalCambios
               DELIMITED BY SIZE INTO LineaAbc.
           WRITE LineaAbc.
           DISPLAY LineaAbc.
           IF TotalOmitidos NOT = ZEROS
               MOVE SPACES TO LineaAbc
               STRING "AVISO: " TotalOmitidos
                   " SKUs no caben en la tabla y no se clasifican"
                   DELIMITED BY SIZE INTO LineaAbc
               WRITE LineaAbc
               DISPLAY LineaAbc.

       EscribeUnaClase.
           MOVE RES-Valor(IdxClase) TO ValorEditado.
           MOVE SPACES TO LineaAbc.
           STRING "Clase " RES-Codigo(IdxClase) ": "
               RES-Skus(IdxClase) " SKUs  valor " ValorEditado
               DELIMITED BY SIZE INTO LineaAbc.
           WRITE LineaAbc.
           DISPLAY LineaAbc.

       END PROGRAM ClasificaAbc.
