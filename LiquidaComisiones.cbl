       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidaComisiones.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoTarifas
               ASSIGN TO "comisiones_tarifas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTarifas.
           SELECT OPTIONAL ArchivoAbonos ASSIGN TO "abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAbonos.
           SELECT OPTIONAL ArchivoFacturasCab
               ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoFacturasCab.
           SELECT OPTIONAL ArchivoFacturasLin
               ASSIGN TO "facturas_lin.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-Clave
               FILE STATUS IS EstadoFacturasLin.
           SELECT OPTIONAL ArchivoPartidas
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Factura
               FILE STATUS IS EstadoPartidas.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoLiquidadas
               ASSIGN TO "comisiones_liquidadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-Clave
               FILE STATUS IS EstadoLiquidadas.
           SELECT ArchivoVariable ASSIGN TO "nomina_variable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVariable.
           SELECT ReporteComisiones ASSIGN TO "comisiones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoTarifas.
       01  TC-Registro.
           05 TC-VendedorId PIC 9(6).
           05 TC-Grupo PIC X(10).
           05 TC-Porcentaje PIC 99V99.
       FD  ArchivoAbonos.
       COPY "ABONOREG.cpy".
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
       COPY "FACLIN.cpy".
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoLiquidadas.
       COPY "COMISLIQ.cpy".
       FD  ArchivoVariable.
       COPY "NOMVAR.cpy".
       FD  ReporteComisiones.
       01  LineaComision PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoTarifas PIC XX VALUE "00".
           88 NoHayTarifas VALUE "05".
       01  EstadoAbonos PIC XX VALUE "00".
           88 NoHayAbonos VALUE "05".
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoFacturasLin PIC XX VALUE "00".
       01  EstadoPartidas PIC XX VALUE "00".
       01  EstadoEmpleados PIC XX VALUE "00".
       01  EstadoLiquidadas PIC XX VALUE "00".
       01  EstadoVariable PIC XX VALUE "00".
           88 VariableNoExiste VALUE "35".
       77  FinTarifas PIC X VALUE "N".
           88 NoHayMasTarifas VALUE "S".
       77  FinAbonos PIC X VALUE "N".
           88 NoHayMasAbonos VALUE "S".
       77  FinFacturas PIC X VALUE "N".
           88 NoHayMasFacturas VALUE "S".
       77  FinLineas PIC X VALUE "N".
           88 NoHayMasLineas VALUE "S".
       77  LiquidadaFlag PIC X VALUE "N".
           88 YaLiquidada VALUE "S".
       77  CobradaFlag PIC X VALUE "N".
           88 FacturaCobrada VALUE "S".
       77  VendedorValidoFlag PIC X VALUE "N".
           88 VendedorValido VALUE "S".
       77  CoincideFlag PIC X VALUE "N".
           88 GrupoCoincide VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  PeriodoLiquidacion PIC 9(6) VALUE ZEROS.
       77  VendedorActual PIC 9(6) VALUE ZEROS.
       77  VendedorAnterior PIC 9(6) VALUE ZEROS.
       77  SkuBuscado PIC X(10) VALUE SPACES.
       77  LongitudGrupo PIC 99 VALUE ZEROS.
       77  Puntuacion PIC 999 VALUE ZEROS.
       77  MejorPuntuacion PIC 999 VALUE ZEROS.
       77  PorcentajeHallado PIC 99V99 VALUE ZEROS.
       77  ComisionParte PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  BaseFactura PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ComisionFactura PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  BaseBruta PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ComisionBruta PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  BaseVendedor PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ComisionVendedor PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalBase PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalComision PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalTarifas PIC 999 VALUE ZEROS.
       77  TotalAbonos PIC 9(4) VALUE ZEROS.
       77  TotalDetalle PIC 9(4) VALUE ZEROS.
       77  TotalFacturasLiquidadas PIC 9(5) VALUE ZEROS.
       77  TotalAbonosDescontados PIC 9(5) VALUE ZEROS.
       77  TotalSinVendedor PIC 9(5) VALUE ZEROS.
       77  TotalIncidencias PIC 9(5) VALUE ZEROS.
       77  TotalDesbordados PIC 9(5) VALUE ZEROS.
       77  TotalConceptos PIC 9(4) VALUE ZEROS.
       77  IdxTarifa PIC 999 COMP VALUE ZEROS.
       77  IdxAbono PIC 9(4) COMP VALUE ZEROS.
       77  IdxDetalle PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  NombreVendedor PIC X(40) VALUE SPACES.
       77  ImporteEditado PIC -(9)9,99.
       77  ImporteEditado2 PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  TablaTarifas.
           05 TRF-Entrada OCCURS 200 TIMES.
               10 TRF-VendedorId PIC 9(6).
               10 TRF-Grupo PIC X(10).
               10 TRF-Longitud PIC 99.
               10 TRF-Porcentaje PIC 99V99.
       01  TablaAbonos.
           05 TAB-Entrada OCCURS 3000 TIMES.
               10 TAB-Numero PIC 9(8).
               10 TAB-Factura PIC 9(8).
               10 TAB-Sku PIC X(10).
               10 TAB-Base PIC 9(9)V99.
       01  EntradaTemporal.
           05 TMP-Orden.
               10 TMP-VendedorId PIC 9(6).
               10 TMP-Factura PIC 9(8).
               10 TMP-Abono PIC 9(8).
           05 TMP-Base PIC S9(9)V99.
           05 TMP-Comision PIC S9(7)V99.
       01  TablaDetalle.
           05 DET-Entrada OCCURS 3000 TIMES.
               10 DET-Orden.
                   15 DET-VendedorId PIC 9(6).
                   15 DET-Factura PIC 9(8).
                   15 DET-Abono PIC 9(8).
               10 DET-Base PIC S9(9)V99.
               10 DET-Comision PIC S9(7)V99.

       PROCEDURE DIVISION.
      *( liquidacion mensual de comisiones de venta: cada factura
      *  ya cobrada del todo paga al vendedor que llevo el pedido
      *  el porcentaje de su tarifa por grupo de producto sobre la
      *  base de cada linea, neta de los abonos emitidos contra
      *  ella; un abono posterior a la liquidacion se descuenta en
      *  el mes en que se emite. El grupo de producto es el prefijo
      *  del SKU: de las tarifas que casan vale la del propio
      *  vendedor sobre la general y, entre ellas, la de prefijo
      *  mas largo. Sale un extracto por vendedor y un concepto
      *  COMI por vendedor en nomina_variable.dat para NominaMensual )
       Inicio.
           DISPLAY "LiquidaComisiones: liquidacion de comisiones "
               "de venta.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           COMPUTE PeriodoLiquidacion = FechaHoy / 100.
           PERFORM CargaTarifas.
           PERFORM CargaAbonos.
           OPEN OUTPUT ReporteComisiones.
           PERFORM EscribeTitulo.
           OPEN INPUT ArchivoFacturasCab.
           OPEN INPUT ArchivoFacturasLin.
           OPEN INPUT ArchivoPartidas.
           OPEN INPUT ArchivoEmpleados.
           OPEN I-O ArchivoLiquidadas.
           IF NoHayFacturasCab
               MOVE "S" TO FinFacturas.
           PERFORM LeeFactura.
           PERFORM ExaminaFactura UNTIL NoHayMasFacturas.
           PERFORM ExaminaAbono
               VARYING IdxAbono FROM 1 BY 1
               UNTIL IdxAbono > TotalAbonos.
           CLOSE ArchivoFacturasCab.
           CLOSE ArchivoFacturasLin.
           CLOSE ArchivoPartidas.
           CLOSE ArchivoLiquidadas.
           PERFORM OrdenaDetalle.
           PERFORM AbreVariable.
           MOVE ZEROS TO VendedorAnterior.
           PERFORM EscribeDetalle
               VARYING IdxDetalle FROM 1 BY 1
               UNTIL IdxDetalle > TotalDetalle.
           IF TotalDetalle NOT = ZEROS
               PERFORM CierraVendedor.
           CLOSE ArchivoVariable.
           CLOSE ArchivoEmpleados.
           PERFORM EscribeResumen.
           CLOSE ReporteComisiones.
           IF TotalIncidencias NOT = ZEROS
               OR TotalDesbordados NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaTarifas.
           MOVE "N" TO FinTarifas.
           OPEN INPUT ArchivoTarifas.
           IF NoHayTarifas
               MOVE "S" TO FinTarifas.
           PERFORM CargaUnaTarifa UNTIL NoHayMasTarifas.
           CLOSE ArchivoTarifas.

       CargaUnaTarifa.
           READ ArchivoTarifas
               AT END MOVE "S" TO FinTarifas
               NOT AT END
                   IF TotalTarifas < 200
                       ADD 1 TO TotalTarifas
                       MOVE TC-VendedorId
                           TO TRF-VendedorId(TotalTarifas)
                       MOVE TC-Grupo TO TRF-Grupo(TotalTarifas)
                       MOVE TC-Porcentaje
                           TO TRF-Porcentaje(TotalTarifas)
                       MOVE ZEROS TO LongitudGrupo
                       INSPECT TC-Grupo TALLYING LongitudGrupo
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE LongitudGrupo
                           TO TRF-Longitud(TotalTarifas)
                   ELSE
                       DISPLAY "LiquidaComisiones: tabla de tarifas "
                           "llena, se omite " TC-VendedorId " "
                           TC-Grupo
                   END-IF
           END-READ.

       CargaAbonos.
           MOVE "N" TO FinAbonos.
           OPEN INPUT ArchivoAbonos.
           IF NoHayAbonos
               MOVE "S" TO FinAbonos.
           PERFORM CargaUnAbono UNTIL NoHayMasAbonos.
           CLOSE ArchivoAbonos.

       CargaUnAbono.
           READ ArchivoAbonos
               AT END MOVE "S" TO FinAbonos
               NOT AT END
                   IF TotalAbonos < 3000
                       ADD 1 TO TotalAbonos
                       MOVE AB-Numero TO TAB-Numero(TotalAbonos)
                       MOVE AB-Factura TO TAB-Factura(TotalAbonos)
                       MOVE AB-Sku TO TAB-Sku(TotalAbonos)
                       MOVE AB-Base TO TAB-Base(TotalAbonos)
                   ELSE
                       ADD 1 TO TotalDesbordados
                   END-IF
           END-READ.

       LeeFactura.
           IF NOT NoHayMasFacturas
               READ ArchivoFacturasCab NEXT
                   AT END MOVE "S" TO FinFacturas
               END-READ.

       ExaminaFactura.
           IF RF-VendedorId IS NUMERIC AND RF-VendedorId NOT = ZEROS
               MOVE RF-Factura TO LQ-Factura
               MOVE ZEROS TO LQ-Abono
               PERFORM CompruebaLiquidada
               IF NOT YaLiquidada
                   PERFORM CompruebaCobro
                   IF FacturaCobrada
                       PERFORM LiquidaFactura
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TotalSinVendedor.
           PERFORM LeeFactura.

       CompruebaLiquidada.
           MOVE "N" TO LiquidadaFlag.
           READ ArchivoLiquidadas KEY IS LQ-Clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO LiquidadaFlag
           END-READ.

       CompruebaCobro.
           MOVE "N" TO CobradaFlag.
           MOVE RF-Factura TO PA-Factura.
           READ ArchivoPartidas KEY IS PA-Factura
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-COBRADA
                       MOVE "S" TO CobradaFlag
                   END-IF
           END-READ.

       BuscaVendedor.
           MOVE "N" TO VendedorValidoFlag.
           MOVE SPACES TO NombreVendedor.
           MOVE VendedorActual TO EMP-EMPLEADO-ID.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO VendedorValidoFlag
                   STRING EMP-NOMBRE DELIMITED BY "  "
                       " " EMP-APELLIDO1 DELIMITED BY "  "
                       INTO NombreVendedor
           END-READ.

      *( un vendedor desconocido deja la factura sin liquidar, con
      *  aviso, para pagarla en cuanto se corrija el pedido )
       LiquidaFactura.
           MOVE RF-VendedorId TO VendedorActual.
           PERFORM BuscaVendedor.
           IF NOT VendedorValido
               ADD 1 TO TotalIncidencias
               MOVE SPACES TO LineaComision
               STRING "Factura " RF-Factura " no liquidada: el "
                   "vendedor " VendedorActual " no es empleado"
                   DELIMITED BY SIZE INTO LineaComision
               WRITE LineaComision
               DISPLAY LineaComision
           ELSE
               PERFORM CalculaFactura.

       CalculaFactura.
           MOVE ZEROS TO BaseFactura.
           MOVE ZEROS TO ComisionFactura.
           MOVE "N" TO FinLineas.
           MOVE RF-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           START ArchivoFacturasLin
               KEY IS NOT LESS THAN RL-Clave
               INVALID KEY
                   MOVE "S" TO FinLineas
           END-START.
           PERFORM SumaLinea UNTIL NoHayMasLineas.
           MOVE BaseFactura TO BaseBruta.
           MOVE ComisionFactura TO ComisionBruta.
           PERFORM DescuentaAbono
               VARYING IdxAbono FROM 1 BY 1
               UNTIL IdxAbono > TotalAbonos.
           MOVE RF-Factura TO LQ-Factura.
           MOVE ZEROS TO LQ-Abono.
           MOVE VendedorActual TO LQ-VendedorId.
           MOVE PeriodoLiquidacion TO LQ-Periodo.
           MOVE BaseBruta TO LQ-Base.
           MOVE ComisionBruta TO LQ-Comision.
           WRITE LQ-Registro
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO TotalFacturasLiquidadas.
           MOVE RF-Factura TO TMP-Factura.
           MOVE ZEROS TO TMP-Abono.
           PERFORM AnotaDetalle.

       SumaLinea.
           READ ArchivoFacturasLin NEXT
               AT END MOVE "S" TO FinLineas
               NOT AT END
                   IF RL-Factura NOT = RF-Factura
                       MOVE "S" TO FinLineas
                   ELSE
                       MOVE RL-Sku TO SkuBuscado
                       PERFORM BuscaPorcentaje
                       ADD RL-Importe TO BaseFactura
                       COMPUTE ComisionParte ROUNDED =
                           RL-Importe * PorcentajeHallado / 100
                       ADD ComisionParte TO ComisionFactura
                   END-IF
           END-READ.

      *( los abonos ya emitidos al cobrarse la factura se restan
      *  aqui y quedan anotados para no descontarlos otra vez )
       DescuentaAbono.
           IF TAB-Factura(IdxAbono) = RF-Factura
               MOVE TAB-Sku(IdxAbono) TO SkuBuscado
               PERFORM BuscaPorcentaje
               COMPUTE ComisionParte ROUNDED =
                   TAB-Base(IdxAbono) * PorcentajeHallado / 100
               SUBTRACT TAB-Base(IdxAbono) FROM BaseFactura
               SUBTRACT ComisionParte FROM ComisionFactura
               MOVE RF-Factura TO LQ-Factura
               MOVE TAB-Numero(IdxAbono) TO LQ-Abono
               MOVE VendedorActual TO LQ-VendedorId
               MOVE PeriodoLiquidacion TO LQ-Periodo
               COMPUTE LQ-Base = ZEROS - TAB-Base(IdxAbono)
               COMPUTE LQ-Comision = ZEROS - ComisionParte
               WRITE LQ-Registro
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO TotalAbonosDescontados.

      *( abono contra una factura ya liquidada en otro mes: la
      *  comision que pago esa parte se descuenta ahora al mismo
      *  vendedor; si la factura aun no se ha liquidado, el abono
      *  se restara cuando se cobre )
       ExaminaAbono.
           MOVE TAB-Factura(IdxAbono) TO LQ-Factura.
           MOVE ZEROS TO LQ-Abono.
           PERFORM CompruebaLiquidada.
           IF YaLiquidada
               MOVE LQ-VendedorId TO VendedorActual
               MOVE TAB-Numero(IdxAbono) TO LQ-Abono
               PERFORM CompruebaLiquidada
               IF NOT YaLiquidada
                   PERFORM DescuentaAbonoLiquidado
               END-IF
           END-IF.

       DescuentaAbonoLiquidado.
           MOVE TAB-Sku(IdxAbono) TO SkuBuscado.
           PERFORM BuscaPorcentaje.
           COMPUTE ComisionParte ROUNDED =
               TAB-Base(IdxAbono) * PorcentajeHallado / 100.
           COMPUTE BaseFactura = ZEROS - TAB-Base(IdxAbono).
           COMPUTE ComisionFactura = ZEROS - ComisionParte.
           MOVE TAB-Factura(IdxAbono) TO LQ-Factura.
           MOVE TAB-Numero(IdxAbono) TO LQ-Abono.
           MOVE VendedorActual TO LQ-VendedorId.
           MOVE PeriodoLiquidacion TO LQ-Periodo.
           MOVE BaseFactura TO LQ-Base.
           MOVE ComisionFactura TO LQ-Comision.
           WRITE LQ-Registro
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO TotalAbonosDescontados.
           MOVE TAB-Factura(IdxAbono) TO TMP-Factura.
           MOVE TAB-Numero(IdxAbono) TO TMP-Abono.
           PERFORM AnotaDetalle.

       AnotaDetalle.
           IF TotalDetalle = 3000
               ADD 1 TO TotalDesbordados
               DISPLAY "LiquidaComisiones: tabla de detalle llena, "
                   "factura " TMP-Factura " abono " TMP-Abono
           ELSE
               ADD 1 TO TotalDetalle
               MOVE VendedorActual TO DET-VendedorId(TotalDetalle)
               MOVE TMP-Factura TO DET-Factura(TotalDetalle)
               MOVE TMP-Abono TO DET-Abono(TotalDetalle)
               MOVE BaseFactura TO DET-Base(TotalDetalle)
               MOVE ComisionFactura TO DET-Comision(TotalDetalle).

       BuscaPorcentaje.
           MOVE ZEROS TO PorcentajeHallado.
           MOVE ZEROS TO MejorPuntuacion.
           PERFORM CompruebaTarifa
               VARYING IdxTarifa FROM 1 BY 1
               UNTIL IdxTarifa > TotalTarifas.

       CompruebaTarifa.
           MOVE "N" TO CoincideFlag.
           IF TRF-VendedorId(IdxTarifa) = VendedorActual
               OR TRF-VendedorId(IdxTarifa) = ZEROS
               PERFORM CompruebaGrupo.
           IF GrupoCoincide
               COMPUTE Puntuacion = TRF-Longitud(IdxTarifa) + 1
               IF TRF-VendedorId(IdxTarifa) NOT = ZEROS
                   ADD 100 TO Puntuacion
               END-IF
               IF Puntuacion > MejorPuntuacion
                   MOVE Puntuacion TO MejorPuntuacion
                   MOVE TRF-Porcentaje(IdxTarifa)
                       TO PorcentajeHallado
               END-IF.

       CompruebaGrupo.
           IF TRF-Longitud(IdxTarifa) = ZEROS
               MOVE "S" TO CoincideFlag
           ELSE
               IF SkuBuscado(1:TRF-Longitud(IdxTarifa)) =
                   TRF-Grupo(IdxTarifa)(1:TRF-Longitud(IdxTarifa))
                   MOVE "S" TO CoincideFlag.

       OrdenaDetalle.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalDetalle.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalDetalle.
           IF IdxMenor NOT = IdxOrden
               MOVE DET-Entrada(IdxOrden) TO EntradaTemporal
               MOVE DET-Entrada(IdxMenor) TO DET-Entrada(IdxOrden)
               MOVE EntradaTemporal TO DET-Entrada(IdxMenor).

       BuscaMenor.
           IF DET-Orden(IdxBusca) < DET-Orden(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       AbreVariable.
           OPEN EXTEND ArchivoVariable.
           IF VariableNoExiste
               OPEN OUTPUT ArchivoVariable
               CLOSE ArchivoVariable
               OPEN EXTEND ArchivoVariable
           END-IF.

       EscribeDetalle.
           IF DET-VendedorId(IdxDetalle) NOT = VendedorAnterior
               IF IdxDetalle > 1
                   PERFORM CierraVendedor
               END-IF
               PERFORM AbreVendedor.
           MOVE DET-Base(IdxDetalle) TO ImporteEditado.
           MOVE DET-Comision(IdxDetalle) TO ImporteEditado2.
           MOVE SPACES TO LineaComision.
           IF DET-Abono(IdxDetalle) = ZEROS
               STRING "  Factura " DET-Factura(IdxDetalle)
                   "                base " ImporteEditado
                   " comision " ImporteEditado2
                   DELIMITED BY SIZE INTO LineaComision
           ELSE
               STRING "  Abono   " DET-Abono(IdxDetalle)
                   " s/f " DET-Factura(IdxDetalle)
                   "  base " ImporteEditado
                   " comision " ImporteEditado2
                   DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           ADD DET-Base(IdxDetalle) TO BaseVendedor.
           ADD DET-Comision(IdxDetalle) TO ComisionVendedor.

       AbreVendedor.
           MOVE DET-VendedorId(IdxDetalle) TO VendedorAnterior.
           MOVE VendedorAnterior TO VendedorActual.
           PERFORM BuscaVendedor.
           MOVE ZEROS TO BaseVendedor.
           MOVE ZEROS TO ComisionVendedor.
           MOVE SPACES TO LineaComision.
           WRITE LineaComision.
           MOVE SPACES TO LineaComision.
           STRING "Vendedor: " VendedorAnterior " " NombreVendedor
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           MOVE ALL "-" TO LineaComision.
           WRITE LineaComision.

      *( el neto del vendedor pasa a la nomina como concepto
      *  variable; un neto negativo por abonos se descuenta )
       CierraVendedor.
           MOVE BaseVendedor TO TotalEditado.
           MOVE ComisionVendedor TO ImporteEditado2.
           MOVE SPACES TO LineaComision.
           STRING "  Total vendedor      base " TotalEditado
               " comision " ImporteEditado2
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           ADD BaseVendedor TO TotalBase.
           ADD ComisionVendedor TO TotalComision.
           IF ComisionVendedor NOT = ZEROS
               MOVE VendedorAnterior TO VP-EmpleadoId
               MOVE "COMI" TO VP-Concepto
               IF ComisionVendedor < ZEROS
                   COMPUTE VP-Importe = ZEROS - ComisionVendedor
                   MOVE "-" TO VP-Signo
               ELSE
                   MOVE ComisionVendedor TO VP-Importe
                   MOVE "+" TO VP-Signo
               END-IF
               WRITE VP-Registro
               ADD 1 TO TotalConceptos.

       EscribeTitulo.
           MOVE SPACES TO LineaComision.
           STRING "Liquidacion de comisiones de venta del periodo "
               PeriodoLiquidacion
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           MOVE ALL "=" TO LineaComision.
           WRITE LineaComision.

       EscribeResumen.
           MOVE SPACES TO LineaComision.
           WRITE LineaComision.
           MOVE SPACES TO LineaComision.
           STRING "Facturas cobradas liquidadas: "
               TotalFacturasLiquidadas
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           DISPLAY LineaComision.
           MOVE SPACES TO LineaComision.
           STRING "Abonos descontados:           "
               TotalAbonosDescontados
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           DISPLAY LineaComision.
           MOVE TotalBase TO TotalEditado.
           MOVE SPACES TO LineaComision.
           STRING "Base comisionable:   " TotalEditado
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           DISPLAY LineaComision.
           MOVE TotalComision TO TotalEditado.
           MOVE SPACES TO LineaComision.
           STRING "Comisiones a nomina: " TotalEditado
               " en " TotalConceptos " conceptos COMI"
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           DISPLAY LineaComision.
           MOVE SPACES TO LineaComision.
           STRING "Facturas sin vendedor:        " TotalSinVendedor
               DELIMITED BY SIZE INTO LineaComision.
           WRITE LineaComision.
           IF TotalIncidencias NOT = ZEROS
               MOVE SPACES TO LineaComision
               STRING "AVISO: " TotalIncidencias
                   " facturas con vendedor desconocido sin liquidar"
                   DELIMITED BY SIZE INTO LineaComision
               WRITE LineaComision
               DISPLAY LineaComision.
           IF TotalDesbordados NOT = ZEROS
               MOVE SPACES TO LineaComision
               STRING "AVISO: " TotalDesbordados
                   " abonos o lineas de detalle exceden las tablas"
                   DELIMITED BY SIZE INTO LineaComision
               WRITE LineaComision
               DISPLAY LineaComision.
       END PROGRAM LiquidaComisiones.
