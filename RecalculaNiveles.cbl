       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecalculaNiveles.
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
           SELECT ArchivoPropuestas ASSIGN TO "niveles_propuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteNiveles ASSIGN TO "niveles_recalculo.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
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
       FD  ArchivoPropuestas.
       COPY "NIVPROP.cpy".
       FD  ReporteNiveles.
       01  LineaNiveles PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoKardex PIC XX VALUE "00".
           88 NoHayKardex VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinStock PIC X VALUE "N".
           88 NoHayMasStock VALUE "S".
       77  FinKardex PIC X VALUE "N".
           88 NoHayMasKardex VALUE "S".
       77  FinCompras PIC X VALUE "N".
           88 NoHayMasCompras VALUE "S".
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  SkuHalladoFlag PIC X VALUE "N".
           88 SkuHallado VALUE "S".
       77  VendedorHalladoFlag PIC X VALUE "N".
           88 VendedorHallado VALUE "S".
       77  RequiereAprobacionFlag PIC X VALUE "N".
           88 RequiereAprobacion VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  DiasHistoria PIC 9(3) VALUE 182.
       77  FactorSeguridad PIC 9V99 VALUE 1,65.
       77  DiasCobertura PIC 9(3) VALUE 30.
       77  PorcentajeAprobacion PIC 9(3) VALUE 25.
       77  PlazoDefecto PIC 9(3) VALUE 14.
       77  Semanas PIC 99 VALUE ZEROS.
       77  SemanaMovimiento PIC 9(5) VALUE ZEROS.
       77  DiasPlazo PIC S9(5) VALUE ZEROS.
       77  PlazoSku PIC 9(3) VALUE ZEROS.
       77  SkuBuscado PIC X(10) VALUE SPACES.
       77  VendedorBuscado PIC X(20) VALUE SPACES.
       77  TotalSkus PIC 9(4) VALUE ZEROS.
       77  TotalVendedores PIC 99 VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  TotalSalidas PIC 9(7) VALUE ZEROS.
       77  TotalRecepciones PIC 9(5) VALUE ZEROS.
       77  TotalSinCambio PIC 9(4) VALUE ZEROS.
       77  TotalAplicados PIC 9(4) VALUE ZEROS.
       77  TotalPendientes PIC 9(4) VALUE ZEROS.
       77  IdxSku PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  IdxSemana PIC 99 COMP VALUE ZEROS.
       77  IdxVendedor PIC 99 COMP VALUE ZEROS.
       77  IdxVendedorHallado PIC 99 COMP VALUE ZEROS.
       77  SumaSemanas PIC S9(11) COMP-3 VALUE ZEROS.
       77  SumaCuadrados PIC S9(17)V99 COMP-3 VALUE ZEROS.
       77  DemandaSemanal PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Desviacion PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  StockSeguridad PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  MinimoCalculado PIC S9(11) COMP-3 VALUE ZEROS.
       77  MaximoCalculado PIC S9(11) COMP-3 VALUE ZEROS.
       77  NivelActual PIC 9(7) VALUE ZEROS.
       77  NivelNuevo PIC 9(7) VALUE ZEROS.
       77  Diferencia PIC S9(7) VALUE ZEROS.
       77  MinimoNuevo PIC 9(7) VALUE ZEROS.
       77  MaximoNuevo PIC 9(7) VALUE ZEROS.
       77  MarcaEstado PIC X(10) VALUE SPACES.
       77  NivelEditado PIC Z(6)9.
       77  DemandaEditada PIC Z(4)9,99.
       77  PlazoEditado PIC ZZ9.
       01  TablaSkus.
           05 NIV-Entrada OCCURS 2000 TIMES.
               10 NIV-Sku PIC X(10).
               10 NIV-Minimo PIC 9(7).
               10 NIV-Maximo PIC 9(7).
               10 NIV-Vendedor PIC X(20).
               10 NIV-Semana OCCURS 52 TIMES PIC S9(7) COMP-3.
       01  TablaPlazos.
           05 PLZ-Entrada OCCURS 50 TIMES.
               10 PLZ-Vendedor PIC X(20).
               10 PLZ-Recepciones PIC 9(5).
               10 PLZ-DiasTotal PIC 9(7).

       PROCEDURE DIVISION.
      *( recalculo mensual de los niveles minimo y maximo que usa
      *  SugierePedidos: la demanda semanal media y su desviacion
      *  salen de las salidas (I) del kardex de las ultimas semanas
      *  de historia (niveles_param.dat, 182 dias por defecto); el
      *  plazo de entrega es el medio del vendedor de la ultima
      *  orden de compra del SKU, de la fecha de la orden a la de
      *  cada recepcion del historico de compras (14 dias si no
      *  hay datos). El minimo cubre la demanda del plazo mas un
      *  stock de seguridad (factor 1,65 por la desviacion) y el
      *  maximo anade los dias de cobertura (30). Si un nivel
      *  cambia mas del porcentaje de aprobacion (25) la propuesta
      *  queda en niveles_propuesta.dat para que el comprador la
      *  decida en ApruebaNiveles; si no, se graba en el maestro.
      *  Las propuestas pendientes de la ejecucion anterior se
      *  sustituyen. Devuelve 4 si queda algo pendiente )
       Inicio.
           DISPLAY "RecalculaNiveles: recalculo de niveles minimo "
               "y maximo.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           IF DiasHistoria > 364
               MOVE 364 TO DiasHistoria.
           COMPUTE Semanas = DiasHistoria / 7.
           IF Semanas < 4
               MOVE 4 TO Semanas.
           COMPUTE FechaDesde = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FechaHoy) - Semanas * 7).
           OPEN I-O ArchivoStock.
           IF NoHayStock
               DISPLAY "RecalculaNiveles: no se encontro stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeStock.
           PERFORM CargaSku UNTIL NoHayMasStock.
           OPEN INPUT ArchivoCompras.
           IF NoHayCompras
               MOVE "S" TO FinCompras
           ELSE
               PERFORM LeeCompra.
           PERFORM AsignaVendedor UNTIL NoHayMasCompras.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinHistorico
           ELSE
               PERFORM LeeHistorico.
           PERFORM AcumulaPlazo UNTIL NoHayMasHistorico.
           CLOSE ArchivoHistorico.
           CLOSE ArchivoCompras.
           OPEN INPUT ArchivoKardex.
           IF NoHayKardex
               MOVE "S" TO FinKardex
           ELSE
               PERFORM LeeKardex.
           PERFORM AcumulaSalida UNTIL NoHayMasKardex.
           CLOSE ArchivoKardex.
           OPEN OUTPUT ArchivoPropuestas.
           OPEN OUTPUT ReporteNiveles.
           PERFORM EscribeTitulo.
           PERFORM RecalculaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.
           PERFORM EscribeResumen.
           CLOSE ArchivoStock.
           CLOSE ArchivoPropuestas.
           CLOSE ReporteNiveles.
           IF TotalPendientes NOT = ZEROS OR TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF NPA-DiasHistoria NOT = ZEROS
                           MOVE NPA-DiasHistoria TO DiasHistoria
                       END-IF
                       IF NPA-FactorSeguridad NOT = ZEROS
                           MOVE NPA-FactorSeguridad
                               TO FactorSeguridad
                       END-IF
                       IF NPA-DiasCobertura NOT = ZEROS
                           MOVE NPA-DiasCobertura TO DiasCobertura
                       END-IF
                       IF NPA-PorcentajeAprobacion NOT = ZEROS
                           MOVE NPA-PorcentajeAprobacion
                               TO PorcentajeAprobacion
                       END-IF
                       IF NPA-PlazoDefecto NOT = ZEROS
                           MOVE NPA-PlazoDefecto TO PlazoDefecto
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeStock.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinStock.

       CargaSku.
           IF TotalSkus < 2000
               ADD 1 TO TotalSkus
               INITIALIZE NIV-Entrada(TotalSkus)
               MOVE ST-Sku TO NIV-Sku(TotalSkus)
               MOVE ST-Minimo TO NIV-Minimo(TotalSkus)
               MOVE ST-Maximo TO NIV-Maximo(TotalSkus)
           ELSE
               ADD 1 TO TotalOmitidos
               DISPLAY "RecalculaNiveles: tabla de SKUs llena, se "
                   "omite " ST-Sku.
           PERFORM LeeStock.

       LeeCompra.
           READ ArchivoCompras NEXT
               AT END MOVE "S" TO FinCompras.

      *( las ordenes se leen por numero, asi que al final queda en
      *  cada SKU el vendedor de su orden mas reciente )
       AsignaVendedor.
           MOVE OC-Sku TO SkuBuscado.
           PERFORM BuscaSku.
           IF SkuHallado
               MOVE OC-Vendedor TO NIV-Vendedor(IdxHallado).
           PERFORM LeeCompra.

       LeeHistorico.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinHistorico.

      *( cada recepcion del periodo cuenta los dias desde la fecha
      *  de su orden de compra )
       AcumulaPlazo.
           IF HC-RECEPCION AND HC-Fecha > FechaDesde
               MOVE HC-Orden TO OC-Numero
               READ ArchivoCompras KEY IS OC-Numero
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AnotaPlazo
               END-READ
           END-IF.
           PERFORM LeeHistorico.

       AnotaPlazo.
           IF HC-Fecha >= OC-Fecha
               COMPUTE DiasPlazo =
                   FUNCTION INTEGER-OF-DATE(HC-Fecha)
                   - FUNCTION INTEGER-OF-DATE(OC-Fecha)
               MOVE OC-Vendedor TO VendedorBuscado
               PERFORM BuscaVendedor
               IF VendedorHallado
                   ADD 1 TO TotalRecepciones
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
           IF NOT VendedorHallado AND TotalVendedores < 50
               ADD 1 TO TotalVendedores
               MOVE VendedorBuscado TO PLZ-Vendedor(TotalVendedores)
               MOVE ZEROS TO PLZ-Recepciones(TotalVendedores)
               MOVE ZEROS TO PLZ-DiasTotal(TotalVendedores)
               MOVE "S" TO VendedorHalladoFlag
               MOVE TotalVendedores TO IdxVendedorHallado.

       CompruebaVendedor.
           IF PLZ-Vendedor(IdxVendedor) = VendedorBuscado
               MOVE "S" TO VendedorHalladoFlag
               MOVE IdxVendedor TO IdxVendedorHallado.

       LeeKardex.
           READ ArchivoKardex
               AT END MOVE "S" TO FinKardex.

      *( los traspasos entre almacenes no son demanda: solo
      *  cuentan las salidas, de facturacion o de consumo )
       AcumulaSalida.
           IF KX-Tipo = "I"
               AND KX-Fecha > FechaDesde
               AND KX-Fecha <= FechaHoy
               MOVE KX-Sku TO SkuBuscado
               PERFORM BuscaSku
               IF SkuHallado
                   COMPUTE SemanaMovimiento =
                       (FUNCTION INTEGER-OF-DATE(KX-Fecha)
                       - FUNCTION INTEGER-OF-DATE(FechaDesde) - 1)
                       / 7 + 1
                   IF SemanaMovimiento > Semanas
                       MOVE Semanas TO SemanaMovimiento
                   END-IF
                   ADD 1 TO TotalSalidas
                   ADD KX-Cantidad
                       TO NIV-Semana(IdxHallado SemanaMovimiento)
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
           IF NIV-Sku(IdxSku) = SkuBuscado
               MOVE "S" TO SkuHalladoFlag
               MOVE IdxSku TO IdxHallado.

       RecalculaSku.
           PERFORM CalculaDemanda.
           PERFORM CalculaPlazo.
           COMPUTE StockSeguridad ROUNDED =
               FactorSeguridad * Desviacion * (PlazoSku / 7) ** 0,5.
           COMPUTE MinimoCalculado ROUNDED =
               DemandaSemanal * PlazoSku / 7 + StockSeguridad.
           COMPUTE MaximoCalculado ROUNDED =
               MinimoCalculado + DemandaSemanal * DiasCobertura / 7.
           IF MinimoCalculado > 9999999
               MOVE 9999999 TO MinimoCalculado.
           IF MaximoCalculado > 9999999
               MOVE 9999999 TO MaximoCalculado.
           MOVE MinimoCalculado TO MinimoNuevo.
           MOVE MaximoCalculado TO MaximoNuevo.
           IF MinimoNuevo = NIV-Minimo(IdxSku)
               AND MaximoNuevo = NIV-Maximo(IdxSku)
               ADD 1 TO TotalSinCambio
               MOVE "SIN CAMBIO" TO MarcaEstado
           ELSE
               MOVE "N" TO RequiereAprobacionFlag
               MOVE NIV-Minimo(IdxSku) TO NivelActual
               MOVE MinimoNuevo TO NivelNuevo
               PERFORM CompruebaVariacion
               MOVE NIV-Maximo(IdxSku) TO NivelActual
               MOVE MaximoNuevo TO NivelNuevo
               PERFORM CompruebaVariacion
               IF RequiereAprobacion
                   PERFORM GrabaPropuesta
               ELSE
                   PERFORM GrabaNiveles
               END-IF
           END-IF.
           PERFORM EscribeSku.

      *( media y desviacion tipica de la demanda semanal; las
      *  semanas sin salidas cuentan como demanda cero )
       CalculaDemanda.
           MOVE ZEROS TO SumaSemanas.
           MOVE ZEROS TO SumaCuadrados.
           PERFORM SumaSemana
               VARYING IdxSemana FROM 1 BY 1
               UNTIL IdxSemana > Semanas.
           COMPUTE DemandaSemanal ROUNDED = SumaSemanas / Semanas.
           PERFORM SumaCuadrado
               VARYING IdxSemana FROM 1 BY 1
               UNTIL IdxSemana > Semanas.
           COMPUTE Desviacion ROUNDED =
               (SumaCuadrados / Semanas) ** 0,5.

       SumaSemana.
           ADD NIV-Semana(IdxSku IdxSemana) TO SumaSemanas.

       SumaCuadrado.
           COMPUTE SumaCuadrados = SumaCuadrados
               + (NIV-Semana(IdxSku IdxSemana) - DemandaSemanal) ** 2.

       CalculaPlazo.
           MOVE PlazoDefecto TO PlazoSku.
           IF NIV-Vendedor(IdxSku) NOT = SPACES
               MOVE NIV-Vendedor(IdxSku) TO VendedorBuscado
               MOVE "N" TO VendedorHalladoFlag
               MOVE ZEROS TO IdxVendedorHallado
               PERFORM CompruebaVendedor
                   VARYING IdxVendedor FROM 1 BY 1
                   UNTIL IdxVendedor > TotalVendedores
                       OR VendedorHallado
               IF VendedorHallado
                   AND PLZ-Recepciones(IdxVendedorHallado) NOT = ZEROS
                   COMPUTE PlazoSku ROUNDED =
                       PLZ-DiasTotal(IdxVendedorHallado)
                       / PLZ-Recepciones(IdxVendedorHallado)
               END-IF
           END-IF.
           IF PlazoSku = ZEROS
               MOVE 1 TO PlazoSku.

      *( un nivel que hoy es cero no admite porcentaje: cualquier
      *  valor nuevo pide aprobacion )
       CompruebaVariacion.
           IF NivelNuevo NOT = NivelActual
               IF NivelActual = ZEROS
                   MOVE "S" TO RequiereAprobacionFlag
               ELSE
                   COMPUTE Diferencia = NivelNuevo - NivelActual
                   IF Diferencia < ZEROS
                       COMPUTE Diferencia = ZEROS - Diferencia
                   END-IF
                   IF Diferencia * 100
                       > NivelActual * PorcentajeAprobacion
                       MOVE "S" TO RequiereAprobacionFlag
                   END-IF
               END-IF
           END-IF.

       GrabaPropuesta.
           MOVE NIV-Sku(IdxSku) TO NP-Sku.
           MOVE NIV-Minimo(IdxSku) TO NP-MinimoActual.
           MOVE NIV-Maximo(IdxSku) TO NP-MaximoActual.
           MOVE MinimoNuevo TO NP-MinimoPropuesto.
           MOVE MaximoNuevo TO NP-MaximoPropuesto.
           MOVE DemandaSemanal TO NP-DemandaSemanal.
           MOVE Desviacion TO NP-Desviacion.
           MOVE PlazoSku TO NP-PlazoDias.
           MOVE FechaHoy TO NP-FechaPropuesta.
           MOVE "P" TO NP-Estado.
           MOVE SPACES TO NP-Aprobador.
           MOVE ZEROS TO NP-FechaDecision.
           WRITE NP-Registro.
           ADD 1 TO TotalPendientes.
           MOVE "PENDIENTE" TO MarcaEstado.

       GrabaNiveles.
           MOVE NIV-Sku(IdxSku) TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE "NO HALLADO" TO MarcaEstado
               NOT INVALID KEY
                   MOVE MinimoNuevo TO ST-Minimo
                   MOVE MaximoNuevo TO ST-Maximo
                   REWRITE ST-Registro
                   ADD 1 TO TotalAplicados
                   MOVE "APLICADO" TO MarcaEstado
           END-READ.

       EscribeSku.
           MOVE SPACES TO LineaNiveles.
           MOVE NIV-Sku(IdxSku) TO LineaNiveles(1:10).
           MOVE NIV-Minimo(IdxSku) TO NivelEditado.
           MOVE NivelEditado TO LineaNiveles(12:7).
           MOVE NIV-Maximo(IdxSku) TO NivelEditado.
           MOVE NivelEditado TO LineaNiveles(20:7).
           MOVE MinimoNuevo TO NivelEditado.
           MOVE NivelEditado TO LineaNiveles(28:7).
           MOVE MaximoNuevo TO NivelEditado.
           MOVE NivelEditado TO LineaNiveles(36:7).
           MOVE DemandaSemanal TO DemandaEditada.
           MOVE DemandaEditada TO LineaNiveles(44:8).
           MOVE Desviacion TO DemandaEditada.
           MOVE DemandaEditada TO LineaNiveles(53:8).
           MOVE PlazoSku TO PlazoEditado.
           MOVE PlazoEditado TO LineaNiveles(62:3).
           MOVE MarcaEstado TO LineaNiveles(66:10).
           WRITE LineaNiveles.

       EscribeTitulo.
           MOVE SPACES TO LineaNiveles.
           STRING "Recalculo de niveles con salidas desde "
               FechaDesde " (" Semanas " semanas) al " FechaHoy
               DELIMITED BY SIZE INTO LineaNiveles.
           WRITE LineaNiveles.
           MOVE SPACES TO LineaNiveles.
           STRING "Factor de seguridad " FactorSeguridad
               "  cobertura " DiasCobertura " dias  aprobacion si "
               "cambia mas del " PorcentajeAprobacion "%"
               DELIMITED BY SIZE INTO LineaNiveles.
           WRITE LineaNiveles.
           MOVE ALL "-" TO LineaNiveles.
           WRITE LineaNiveles.
           MOVE SPACES TO LineaNiveles.
           MOVE "SKU" TO LineaNiveles(1:3).
           MOVE "Min.act Max.act Min.nue Max.nue"
               TO LineaNiveles(12:31).
           MOVE "Dem/sem" TO LineaNiveles(45:7).
           MOVE "Desv." TO LineaNiveles(56:5).
           MOVE "Plz" TO LineaNiveles(62:3).
           MOVE "Estado" TO LineaNiveles(66:6).
           WRITE LineaNiveles.

       EscribeResumen.
           MOVE SPACES TO LineaNiveles.
           WRITE LineaNiveles.
           MOVE SPACES TO LineaNiveles.
           STRING "Salidas leidas: " TotalSalidas
               "  recepciones con plazo: " TotalRecepciones
               DELIMITED BY SIZE INTO LineaNiveles.
           WRITE LineaNiveles.
           DISPLAY LineaNiveles.
           MOVE SPACES TO LineaNiveles.
           STRING "SKUs sin cambio: " TotalSinCambio
               "  aplicados: " TotalAplicados
               "  pendientes de aprobacion: " TotalPendientes
               DELIMITED BY SIZE INTO LineaNiveles.
           WRITE LineaNiveles.
           DISPLAY LineaNiveles.
           IF TotalOmitidos NOT = ZEROS
               MOVE SPACES TO LineaNiveles
               STRING "AVISO: " TotalOmitidos
                   " SKUs no caben en la tabla y no se recalculan"
                   DELIMITED BY SIZE INTO LineaNiveles
               WRITE LineaNiveles
               DISPLAY LineaNiveles.

       END PROGRAM RecalculaNiveles.
