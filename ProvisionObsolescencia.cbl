       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisionObsolescencia.
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
               ASSIGN TO "provision_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT OPTIONAL ArchivoProvision
               ASSIGN TO "provision_stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoProvision.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ReporteProvision
               ASSIGN TO "provision_obsolescencia.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoKardex.
       COPY "KARDEX.cpy".
       FD  ArchivoParametros.
       01  PP-Registro.
           05 PP-LimiteMeses OCCURS 3 TIMES PIC 9(3).
           05 PP-Porcentaje OCCURS 4 TIMES PIC 9(3).
       FD  ArchivoProvision.
       01  PS-Registro.
           05 PS-FechaNegocio PIC 9(8).
           05 PS-Importe PIC 9(11)V99.
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ReporteProvision.
       01  LineaProvision PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoKardex PIC XX VALUE "00".
           88 NoHayKardex VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoProvision PIC XX VALUE "00".
           88 NoHayProvision VALUE "05".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       77  FinStock PIC X VALUE "N".
           88 NoHayMasStock VALUE "S".
       77  FinKardex PIC X VALUE "N".
           88 NoHayMasKardex VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  SkuHalladoFlag PIC X VALUE "N".
           88 SkuHallado VALUE "S".
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  FechaNegocio PIC 9(8) VALUE ZEROS.
       77  FechaReferencia PIC 9(8) VALUE ZEROS.
       77  FechaProvisionAnterior PIC 9(8) VALUE ZEROS.
       77  MesesNegocio PIC 9(6) VALUE ZEROS.
       77  MesesReferencia PIC 9(6) VALUE ZEROS.
       77  MesesSinMovimiento PIC 9(4) VALUE ZEROS.
       77  DiaNegocio PIC 99 VALUE ZEROS.
       77  TotalSkus PIC 9(4) VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  TotalSinMovimiento PIC 9(4) VALUE ZEROS.
       77  IdxSku PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  IdxTramo PIC 9 VALUE ZEROS.
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  ValorSku PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ProvisionSku PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ValorTotal PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  ProvisionTotal PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ProvisionAnterior PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  VariacionProvision PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteAsiento PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SignoAsiento PIC X VALUE SPACE.
       77  MesesEditados PIC ZZZ9.
       77  CantidadEditada PIC -(6)9.
       77  ValorEditado PIC -(11)9,99.
       77  TotalEditado PIC -(13)9,99.
       01  FechaDesglose.
           05 FD-Anio PIC 9(4).
           05 FD-Mes PIC 99.
           05 FD-Dia PIC 99.
       01  LimitesTramo.
           05 LimiteMeses OCCURS 3 TIMES PIC 9(3).
       01  TablaTramos.
           05 TRM-Entrada OCCURS 4 TIMES.
               10 TRM-Porcentaje PIC 9(3).
               10 TRM-Skus PIC 9(4).
               10 TRM-Valor PIC S9(13)V99 COMP-3.
               10 TRM-Provision PIC S9(11)V99 COMP-3.
       01  TablaSkus.
           05 OBS-Entrada OCCURS 3000 TIMES.
               10 OBS-Sku PIC X(10).
               10 OBS-Cantidad PIC S9(7).
               10 OBS-Coste PIC 9(5)V9(4).
               10 OBS-UltimaSalida PIC 9(8).
               10 OBS-PrimeraEntrada PIC 9(8).
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 20 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).

       PROCEDURE DIVISION.
      *( provision por obsolescencia de existencias: para cada SKU
      *  con existencias se busca en el kardex su ultima salida (o
      *  su primera entrada si nunca ha salido) y se cuentan los
      *  meses sin movimiento hasta la fecha de negocio. El valor a
      *  coste medio se reparte en cuatro tramos (hasta 6, 12, 24
      *  meses y mas, provision_param.dat) y cada tramo se provisiona
      *  a su porcentaje (0, 25, 50 y 100 por defecto). La variacion
      *  frente a la provision anterior (provision_stock.dat) se
      *  contabiliza cuadrada en asientos_contables.dat: dotacion
      *  contra provision si sube, provision contra exceso si baja )
       Inicio.
           DISPLAY "ProvisionObsolescencia: provision de existencias "
               "sin movimiento.".
           DISPLAY "Fecha de negocio (AAAAMMDD, 0 = hoy): ".
           ACCEPT FechaNegocio.
           IF FechaNegocio = ZEROS
               ACCEPT FechaNegocio FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           PERFORM CargaProvisionAnterior.
           PERFORM CargaCuentas.
           OPEN INPUT ArchivoStock.
           IF NoHayStock
               DISPLAY "ProvisionObsolescencia: no se encontro "
                   "stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeStock.
           PERFORM CargaSku UNTIL NoHayMasStock.
           CLOSE ArchivoStock.
           OPEN INPUT ArchivoKardex.
           IF NoHayKardex
               MOVE "S" TO FinKardex
           ELSE
               PERFORM LeeKardex.
           PERFORM AnotaMovimiento UNTIL NoHayMasKardex.
           CLOSE ArchivoKardex.
           OPEN OUTPUT ReporteProvision.
           PERFORM EscribeTitulo.
           PERFORM ProvisionaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.
           COMPUTE VariacionProvision =
               ProvisionTotal - ProvisionAnterior.
           IF VariacionProvision NOT = ZEROS
               PERFORM GeneraAsientos.
           PERFORM GuardaProvision.
           PERFORM EscribeResumen.
           CLOSE ReporteProvision.
           IF TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           MOVE 6 TO LimiteMeses(1).
           MOVE 12 TO LimiteMeses(2).
           MOVE 24 TO LimiteMeses(3).
           INITIALIZE TablaTramos.
           MOVE ZEROS TO TRM-Porcentaje(1).
           MOVE 25 TO TRM-Porcentaje(2).
           MOVE 50 TO TRM-Porcentaje(3).
           MOVE 100 TO TRM-Porcentaje(4).
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF PP-LimiteMeses(1) NOT = ZEROS
                           AND PP-LimiteMeses(2) > PP-LimiteMeses(1)
                           AND PP-LimiteMeses(3) > PP-LimiteMeses(2)
                           MOVE PP-LimiteMeses(1) TO LimiteMeses(1)
                           MOVE PP-LimiteMeses(2) TO LimiteMeses(2)
                           MOVE PP-LimiteMeses(3) TO LimiteMeses(3)
                       END-IF
                       PERFORM CargaPorcentaje
                           VARYING IdxTramo FROM 1 BY 1
                           UNTIL IdxTramo > 4
               END-READ.
           CLOSE ArchivoParametros.

       CargaPorcentaje.
           IF PP-Porcentaje(IdxTramo) NUMERIC
               AND PP-Porcentaje(IdxTramo) <= 100
               MOVE PP-Porcentaje(IdxTramo) TO TRM-Porcentaje(IdxTramo).

       CargaProvisionAnterior.
           OPEN INPUT ArchivoProvision.
           IF NOT NoHayProvision
               READ ArchivoProvision
                   AT END CONTINUE
                   NOT AT END
                       MOVE PS-FechaNegocio TO FechaProvisionAnterior
                       MOVE PS-Importe TO ProvisionAnterior
               END-READ.
           CLOSE ArchivoProvision.

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

       LeeStock.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinStock.

       CargaSku.
           IF ST-Cantidad > ZEROS
               IF TotalSkus < 3000
                   ADD 1 TO TotalSkus
                   MOVE ST-Sku TO OBS-Sku(TotalSkus)
                   MOVE ST-Cantidad TO OBS-Cantidad(TotalSkus)
                   MOVE ST-CosteMedio TO OBS-Coste(TotalSkus)
                   MOVE ZEROS TO OBS-UltimaSalida(TotalSkus)
                   MOVE ZEROS TO OBS-PrimeraEntrada(TotalSkus)
               ELSE
                   ADD 1 TO TotalOmitidos
                   DISPLAY "ProvisionObsolescencia: tabla de SKUs "
                       "llena, se omite " ST-Sku.
           PERFORM LeeStock.

       LeeKardex.
           READ ArchivoKardex
               AT END MOVE "S" TO FinKardex.

      *( los movimientos posteriores a la fecha de negocio no
      *  cuentan, para poder provisionar con fecha pasada )
       AnotaMovimiento.
           IF KX-Fecha <= FechaNegocio
               PERFORM BuscaSku
               IF SkuHallado
                   IF KX-Tipo = "I"
                       AND KX-Fecha > OBS-UltimaSalida(IdxHallado)
                       MOVE KX-Fecha TO OBS-UltimaSalida(IdxHallado)
                   END-IF
                   IF OBS-PrimeraEntrada(IdxHallado) = ZEROS
                       OR KX-Fecha < OBS-PrimeraEntrada(IdxHallado)
                       MOVE KX-Fecha
                           TO OBS-PrimeraEntrada(IdxHallado)
                   END-IF
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
           IF OBS-Sku(IdxSku) = KX-Sku
               MOVE "S" TO SkuHalladoFlag
               MOVE IdxSku TO IdxHallado.

      *( un SKU sin ningun movimiento en el kardex va al ultimo
      *  tramo )
       ProvisionaSku.
           IF OBS-UltimaSalida(IdxSku) NOT = ZEROS
               MOVE OBS-UltimaSalida(IdxSku) TO FechaReferencia
           ELSE
               MOVE OBS-PrimeraEntrada(IdxSku) TO FechaReferencia.
           IF FechaReferencia = ZEROS
               MOVE 9999 TO MesesSinMovimiento
               ADD 1 TO TotalSinMovimiento
           ELSE
               PERFORM CalculaMeses.
           EVALUATE TRUE
               WHEN MesesSinMovimiento < LimiteMeses(1)
                   MOVE 1 TO IdxTramo
               WHEN MesesSinMovimiento < LimiteMeses(2)
                   MOVE 2 TO IdxTramo
               WHEN MesesSinMovimiento < LimiteMeses(3)
                   MOVE 3 TO IdxTramo
               WHEN OTHER
                   MOVE 4 TO IdxTramo
           END-EVALUATE.
           COMPUTE ValorSku ROUNDED =
               OBS-Cantidad(IdxSku) * OBS-Coste(IdxSku).
           COMPUTE ProvisionSku ROUNDED =
               ValorSku * TRM-Porcentaje(IdxTramo) / 100.
           ADD 1 TO TRM-Skus(IdxTramo).
           ADD ValorSku TO TRM-Valor(IdxTramo).
           ADD ProvisionSku TO TRM-Provision(IdxTramo).
           ADD ValorSku TO ValorTotal.
           ADD ProvisionSku TO ProvisionTotal.
           IF ProvisionSku NOT = ZEROS
               PERFORM EscribeSku.

      *( meses completos entre la fecha de referencia y la de
      *  negocio: el mes en curso solo cuenta si ya se ha pasado
      *  el dia de la referencia )
       CalculaMeses.
           MOVE FechaNegocio TO FechaDesglose.
           COMPUTE MesesNegocio = FD-Anio * 12 + FD-Mes.
           MOVE FD-Dia TO DiaNegocio.
           MOVE FechaReferencia TO FechaDesglose.
           COMPUTE MesesReferencia = FD-Anio * 12 + FD-Mes.
           IF MesesNegocio > MesesReferencia
               COMPUTE MesesSinMovimiento =
                   MesesNegocio - MesesReferencia
               IF DiaNegocio < FD-Dia
                   SUBTRACT 1 FROM MesesSinMovimiento
               END-IF
           ELSE
               MOVE ZEROS TO MesesSinMovimiento.

       EscribeSku.
           MOVE SPACES TO LineaProvision.
           MOVE OBS-Sku(IdxSku) TO LineaProvision(1:10).
           MOVE FechaReferencia TO LineaProvision(12:8).
           MOVE MesesSinMovimiento TO MesesEditados.
           MOVE MesesEditados TO LineaProvision(21:4).
           MOVE OBS-Cantidad(IdxSku) TO CantidadEditada.
           MOVE CantidadEditada TO LineaProvision(26:7).
           MOVE ValorSku TO ValorEditado.
           MOVE ValorEditado TO LineaProvision(34:15).
           MOVE TRM-Porcentaje(IdxTramo) TO LineaProvision(50:3).
           MOVE "%" TO LineaProvision(53:1).
           MOVE ProvisionSku TO ValorEditado.
           MOVE ValorEditado TO LineaProvision(55:15).
           WRITE LineaProvision.

      *( la cuenta de cada concepto sale de cuentas_param.dat y en
      *  su defecto se apunta al propio concepto )
       GeneraAsientos.
           OPEN EXTEND ArchivoAsientos.
           IF AsientosNoExiste
               OPEN OUTPUT ArchivoAsientos
               CLOSE ArchivoAsientos
               OPEN EXTEND ArchivoAsientos
           END-IF.
           IF VariacionProvision > ZEROS
               MOVE VariacionProvision TO ImporteAsiento
               MOVE "DOTOBSOL" TO ConceptoBuscado
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento
               MOVE "PROVOBSO" TO ConceptoBuscado
               MOVE "H" TO SignoAsiento
               PERFORM EscribeAsiento
           ELSE
               COMPUTE ImporteAsiento = ZEROS - VariacionProvision
               MOVE "PROVOBSO" TO ConceptoBuscado
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento
               MOVE "EXCOBSOL" TO ConceptoBuscado
               MOVE "H" TO SignoAsiento
               PERFORM EscribeAsiento.
           CLOSE ArchivoAsientos.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
           MOVE SignoAsiento TO AS-DebeHaber.
           MOVE ImporteAsiento TO AS-Importe.
           MOVE FechaNegocio TO AS-FechaNegocio.
           MOVE "ProvisionObsole" TO AS-Programa.
           WRITE AS-Registro.

       GuardaProvision.
           OPEN OUTPUT ArchivoProvision.
           MOVE FechaNegocio TO PS-FechaNegocio.
           MOVE ProvisionTotal TO PS-Importe.
           WRITE PS-Registro.
           CLOSE ArchivoProvision.

       EscribeTitulo.
           MOVE SPACES TO LineaProvision.
           STRING "Provision por obsolescencia a " FechaNegocio
               " (anterior del " FechaProvisionAnterior ")"
               DELIMITED BY SIZE INTO LineaProvision.
           WRITE LineaProvision.
           MOVE ALL "-" TO LineaProvision.
           WRITE LineaProvision.
           MOVE SPACES TO LineaProvision.
           MOVE "SKU        Ult.mov. Meses Cantidad" TO LineaProvision.
           MOVE "Valor coste" TO LineaProvision(38:11).
           MOVE "Porc." TO LineaProvision(49:5).
           MOVE "Provision" TO LineaProvision(61:9).
           WRITE LineaProvision.

       EscribeResumen.
           MOVE SPACES TO LineaProvision.
           WRITE LineaProvision.
           PERFORM EscribeTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 4.
           MOVE ValorTotal TO TotalEditado.
           MOVE SPACES TO LineaProvision.
           STRING "Valor total de existencias:     " TotalEditado
               DELIMITED BY SIZE INTO LineaProvision.
           WRITE LineaProvision.
           DISPLAY LineaProvision.
           MOVE ProvisionTotal TO TotalEditado.
           MOVE SPACES TO LineaProvision.
           STRING "Provision necesaria:            " TotalEditado
               DELIMITED BY SIZE INTO LineaProvision.
           WRITE LineaProvision.
           DISPLAY LineaProvision.
           MOVE ProvisionAnterior TO TotalEditado.
           MOVE SPACES TO LineaProvision.
           STRING "Provision anterior:             " TotalEditado
               DELIMITED BY SIZE INTO LineaProvision.
           WRITE LineaProvision.
           DISPLAY LineaProvision.
           MOVE VariacionProvision TO TotalEditado.
           MOVE SPACES TO LineaProvision.
           STRING "Variacion contabilizada:        " TotalEditado
               DELIMITED BY SIZE INTO LineaProvision.
           WRITE LineaProvision.
           DISPLAY LineaProvision.
           IF TotalSinMovimiento NOT = ZEROS
               MOVE SPACES TO LineaProvision
               STRING "SKUs con existencias y sin kardex: "
                   TotalSinMovimiento
                   DELIMITED BY SIZE INTO LineaProvision
               WRITE LineaProvision.
           IF TotalOmitidos NOT = ZEROS
               MOVE SPACES TO LineaProvision
               STRING "AVISO: " TotalOmitidos
                   " SKUs no caben en la tabla y no se provisionan"
                   DELIMITED BY SIZE INTO LineaProvision
               WRITE LineaProvision
               DISPLAY LineaProvision.

       EscribeTramo.
           MOVE SPACES TO LineaProvision.
           EVALUATE IdxTramo
               WHEN 1
                   STRING "Menos de " LimiteMeses(1) " meses"
                       DELIMITED BY SIZE INTO LineaProvision
               WHEN 2
                   STRING "De " LimiteMeses(1) " a " LimiteMeses(2)
                       " meses" DELIMITED BY SIZE INTO LineaProvision
               WHEN 3
                   STRING "De " LimiteMeses(2) " a " LimiteMeses(3)
                       " meses" DELIMITED BY SIZE INTO LineaProvision
               WHEN OTHER
                   STRING LimiteMeses(3) " meses o mas"
                       DELIMITED BY SIZE INTO LineaProvision
           END-EVALUATE.
           MOVE TRM-Skus(IdxTramo) TO LineaProvision(22:4).
           MOVE TRM-Valor(IdxTramo) TO ValorEditado.
           MOVE ValorEditado TO LineaProvision(34:15).
           MOVE TRM-Porcentaje(IdxTramo) TO LineaProvision(50:3).
           MOVE "%" TO LineaProvision(53:1).
           MOVE TRM-Provision(IdxTramo) TO ValorEditado.
           MOVE ValorEditado TO LineaProvision(55:15).
           WRITE LineaProvision.
           DISPLAY LineaProvision.

       END PROGRAM ProvisionObsolescencia.
