       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnalisisVentas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL ArchivoAbonos ASSIGN TO "abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAbonos.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT ReporteAnalisis ASSIGN TO "analisis_ventas.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
       COPY "FACLIN.cpy".
       FD  ArchivoAbonos.
       COPY "ABONOREG.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ReporteAnalisis.
       01  LineaAnalisis PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoFacturasLin PIC XX VALUE "00".
       01  EstadoAbonos PIC XX VALUE "00".
           88 NoHayAbonos VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  FinLineas PIC X VALUE "N".
           88 NoHayMasLineas VALUE "S".
       77  HalladoFlag PIC X VALUE "N".
           88 Hallado VALUE "S".
       77  PeriodoDesde PIC 9(6) VALUE ZEROS.
       77  PeriodoHasta PIC 9(6) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  FechaHasta PIC 9(8) VALUE ZEROS.
       77  MesApunte PIC 9(6) VALUE ZEROS.
       77  ClienteApunte PIC 9(6) VALUE ZEROS.
       77  NombreApunte PIC X(20) VALUE SPACES.
       77  SkuApunte PIC X(10) VALUE SPACES.
       77  UnidadesApunte PIC S9(7) COMP-3 VALUE ZEROS.
       77  IngresoApunte PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CosteApunte PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalLineasLeidas PIC 9(6) VALUE ZEROS.
       77  TotalAbonosLeidos PIC 9(6) VALUE ZEROS.
       77  TotalSinCoste PIC 9(6) VALUE ZEROS.
       77  TotalDescartados PIC 9(6) VALUE ZEROS.
       77  IdxMes PIC 99 VALUE ZEROS.
       77  TotalMeses PIC 99 VALUE ZEROS.
       77  IdxCliente PIC 9(4) COMP VALUE ZEROS.
       77  TotalClientes PIC 9(4) COMP VALUE ZEROS.
       77  IdxSku PIC 9(4) COMP VALUE ZEROS.
       77  TotalSkus PIC 9(4) COMP VALUE ZEROS.
       77  IdxRanking PIC 99 VALUE ZEROS.
       77  IdxMejor PIC 9(4) COMP VALUE ZEROS.
       77  MejorMargen PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  MargenEntrada PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaUnidades PIC S9(9) COMP-3 VALUE ZEROS.
       77  SumaIngresos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaCoste PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ClaveLinea PIC X(10) VALUE SPACES.
       77  NombreLinea PIC X(20) VALUE SPACES.
       77  UnidadesLinea PIC S9(9) COMP-3 VALUE ZEROS.
       77  IngresosLinea PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  CosteLinea PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  MargenLinea PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  PorcMargen PIC S9(5)V9 COMP-3 VALUE ZEROS.
       77  UnidadesEditadas PIC -(7)9.
       77  IngresosEditados PIC -(9)9,99.
       77  CosteEditado PIC -(9)9,99.
       77  MargenEditado PIC -(9)9,99.
       77  PorcEditado PIC -(3)9,9.
       77  ClienteEditado PIC 9(6).
       01  TablaMeses.
           05 MES-Entrada OCCURS 24 TIMES.
               10 MES-Periodo PIC 9(6).
               10 MES-Unidades PIC S9(9) COMP-3.
               10 MES-Ingresos PIC S9(11)V99 COMP-3.
               10 MES-Coste PIC S9(11)V99 COMP-3.
       01  TablaClientes.
           05 CLT-Entrada OCCURS 2000 TIMES.
               10 CLT-ClienteId PIC 9(6).
               10 CLT-Nombre PIC X(20).
               10 CLT-Unidades PIC S9(9) COMP-3.
               10 CLT-Ingresos PIC S9(11)V99 COMP-3.
               10 CLT-Coste PIC S9(11)V99 COMP-3.
               10 CLT-Elegido PIC X.
       01  TablaSkus.
           05 SKU-Entrada OCCURS 2000 TIMES.
               10 SKU-Sku PIC X(10).
               10 SKU-Unidades PIC S9(9) COMP-3.
               10 SKU-Ingresos PIC S9(11)V99 COMP-3.
               10 SKU-Coste PIC S9(11)V99 COMP-3.
               10 SKU-Elegido PIC X.

       PROCEDURE DIVISION.
      *( analisis de ventas por cliente, articulo y mes con margen
      *  bruto: las lineas facturadas suman y los abonos de
      *  devolucion restan en el mes en que se emiten. El coste se
      *  valora al coste medio actual del maestro de existencias )
       Inicio.
           DISPLAY "AnalisisVentas: analisis de ventas y margen.".
           DISPLAY "Introduce el periodo desde (AAAAMM): ".
           ACCEPT PeriodoDesde.
           DISPLAY "Introduce el periodo hasta (AAAAMM): ".
           ACCEPT PeriodoHasta.
           IF PeriodoHasta < PeriodoDesde
               MOVE PeriodoDesde TO PeriodoHasta.
           COMPUTE FechaDesde = PeriodoDesde * 100 + 1.
           COMPUTE FechaHasta = PeriodoHasta * 100 + 31.
           OPEN INPUT ArchivoFacturasCab.
           IF NoHayFacturasCab
               DISPLAY "AnalisisVentas: no se encontro el registro "
                   "de facturas."
               CLOSE ArchivoFacturasCab
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoFacturasLin
               OPEN INPUT ArchivoStock
               MOVE "N" TO FinArchivo
               PERFORM LeeFactura
               PERFORM ExaminaFactura UNTIL NoHayMasRegistros
               CLOSE ArchivoFacturasCab
               CLOSE ArchivoFacturasLin
               PERFORM AcumulaAbonos
               CLOSE ArchivoStock
               OPEN OUTPUT ReporteAnalisis
               PERFORM EscribeTitulo
               PERFORM EscribeMeses
               PERFORM EscribeClientes
               PERFORM EscribeSkus
               PERFORM EscribeRankingClientes
               PERFORM EscribeRankingSkus
               PERFORM EscribeResumen
               CLOSE ReporteAnalisis
               IF TotalDescartados NOT = ZEROS
                  OR TotalSinCoste NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeFactura.
           READ ArchivoFacturasCab NEXT
               AT END MOVE "S" TO FinArchivo.

       ExaminaFactura.
           IF RF-Fecha >= FechaDesde AND RF-Fecha <= FechaHasta
               DIVIDE RF-Fecha BY 100 GIVING MesApunte
               MOVE RF-ClienteId TO ClienteApunte
               MOVE RF-Cliente TO NombreApunte
               PERFORM LeeLineasFactura.
           PERFORM LeeFactura.

       LeeLineasFactura.
           MOVE "N" TO FinLineas.
           MOVE RF-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           START ArchivoFacturasLin
               KEY IS NOT LESS THAN RL-Clave
               INVALID KEY
                   MOVE "S" TO FinLineas
           END-START.
           PERFORM LeeLinea.
           PERFORM ExaminaLinea UNTIL NoHayMasLineas.

       LeeLinea.
           IF NOT NoHayMasLineas
               READ ArchivoFacturasLin NEXT
                   AT END MOVE "S" TO FinLineas
               END-READ.

       ExaminaLinea.
           IF RL-Factura NOT = RF-Factura
               MOVE "S" TO FinLineas
           ELSE
               ADD 1 TO TotalLineasLeidas
               MOVE RL-Sku TO SkuApunte
               MOVE RL-Cantidad TO UnidadesApunte
               MOVE RL-Importe TO IngresoApunte
               PERFORM ValoraCoste
               PERFORM AcumulaApunte
               PERFORM LeeLinea.

      *( el abono resta unidades, base y coste del mes en que se
      *  emite; el nombre del cliente se toma de su primera
      *  factura del periodo si la hay )
       AcumulaAbonos.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoAbonos.
           IF NoHayAbonos
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaAbono UNTIL NoHayMasRegistros.
           CLOSE ArchivoAbonos.

       ExaminaAbono.
           READ ArchivoAbonos
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF AB-Fecha >= FechaDesde AND AB-Fecha <= FechaHasta
                       PERFORM AcumulaUnAbono
                   END-IF
           END-READ.

       AcumulaUnAbono.
           ADD 1 TO TotalAbonosLeidos.
           DIVIDE AB-Fecha BY 100 GIVING MesApunte.
           MOVE AB-ClienteId TO ClienteApunte.
           MOVE SPACES TO NombreApunte.
           MOVE AB-Sku TO SkuApunte.
           MOVE AB-Cantidad TO UnidadesApunte.
           PERFORM ValoraCoste.
           COMPUTE UnidadesApunte = ZERO - UnidadesApunte.
           COMPUTE IngresoApunte = ZERO - AB-Base.
           COMPUTE CosteApunte = ZERO - CosteApunte.
           PERFORM AcumulaApunte.

       ValoraCoste.
           MOVE SkuApunte TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE ZEROS TO CosteApunte
                   ADD 1 TO TotalSinCoste
               NOT INVALID KEY
                   COMPUTE CosteApunte ROUNDED =
                       UnidadesApunte * ST-CosteMedio
           END-READ.

       AcumulaApunte.
           PERFORM AcumulaMes.
           PERFORM AcumulaCliente.
           PERFORM AcumulaSku.

       AcumulaMes.
           MOVE "N" TO HalladoFlag.
           PERFORM CompruebaMes
               VARYING IdxMes FROM 1 BY 1
               UNTIL IdxMes > TotalMeses OR Hallado.
           IF Hallado
               SUBTRACT 1 FROM IdxMes
           ELSE
               IF TotalMeses < 24
                   ADD 1 TO TotalMeses
                   MOVE TotalMeses TO IdxMes
                   MOVE MesApunte TO MES-Periodo(IdxMes)
                   MOVE ZEROS TO MES-Unidades(IdxMes)
                   MOVE ZEROS TO MES-Ingresos(IdxMes)
                   MOVE ZEROS TO MES-Coste(IdxMes)
                   MOVE "S" TO HalladoFlag
               ELSE
                   ADD 1 TO TotalDescartados
               END-IF
           END-IF.
           IF Hallado
               ADD UnidadesApunte TO MES-Unidades(IdxMes)
               ADD IngresoApunte TO MES-Ingresos(IdxMes)
               ADD CosteApunte TO MES-Coste(IdxMes).

       CompruebaMes.
           IF MES-Periodo(IdxMes) = MesApunte
               MOVE "S" TO HalladoFlag.

       AcumulaCliente.
           MOVE "N" TO HalladoFlag.
           PERFORM CompruebaCliente
               VARYING IdxCliente FROM 1 BY 1
               UNTIL IdxCliente > TotalClientes OR Hallado.
           IF Hallado
               SUBTRACT 1 FROM IdxCliente
           ELSE
               IF TotalClientes < 2000
                   ADD 1 TO TotalClientes
                   MOVE TotalClientes TO IdxCliente
                   MOVE ClienteApunte TO CLT-ClienteId(IdxCliente)
                   MOVE SPACES TO CLT-Nombre(IdxCliente)
                   MOVE ZEROS TO CLT-Unidades(IdxCliente)
                   MOVE ZEROS TO CLT-Ingresos(IdxCliente)
                   MOVE ZEROS TO CLT-Coste(IdxCliente)
                   MOVE "N" TO CLT-Elegido(IdxCliente)
                   MOVE "S" TO HalladoFlag
               ELSE
                   ADD 1 TO TotalDescartados
               END-IF
           END-IF.
           IF Hallado
               IF CLT-Nombre(IdxCliente) = SPACES
                   MOVE NombreApunte TO CLT-Nombre(IdxCliente)
               END-IF
               ADD UnidadesApunte TO CLT-Unidades(IdxCliente)
               ADD IngresoApunte TO CLT-Ingresos(IdxCliente)
               ADD CosteApunte TO CLT-Coste(IdxCliente).

       CompruebaCliente.
           IF CLT-ClienteId(IdxCliente) = ClienteApunte
               MOVE "S" TO HalladoFlag.

       AcumulaSku.
           MOVE "N" TO HalladoFlag.
           PERFORM CompruebaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus OR Hallado.
           IF Hallado
               SUBTRACT 1 FROM IdxSku
           ELSE
               IF TotalSkus < 2000
                   ADD 1 TO TotalSkus
                   MOVE TotalSkus TO IdxSku
                   MOVE SkuApunte TO SKU-Sku(IdxSku)
                   MOVE ZEROS TO SKU-Unidades(IdxSku)
                   MOVE ZEROS TO SKU-Ingresos(IdxSku)
                   MOVE ZEROS TO SKU-Coste(IdxSku)
                   MOVE "N" TO SKU-Elegido(IdxSku)
                   MOVE "S" TO HalladoFlag
               ELSE
                   ADD 1 TO TotalDescartados
               END-IF
           END-IF.
           IF Hallado
               ADD UnidadesApunte TO SKU-Unidades(IdxSku)
               ADD IngresoApunte TO SKU-Ingresos(IdxSku)
               ADD CosteApunte TO SKU-Coste(IdxSku).

       CompruebaSku.
           IF SKU-Sku(IdxSku) = SkuApunte
               MOVE "S" TO HalladoFlag.

       EscribeTitulo.
           MOVE SPACES TO LineaAnalisis.
           STRING "ANALISIS DE VENTAS Y MARGEN BRUTO - periodos "
               PeriodoDesde " a " PeriodoHasta
               DELIMITED BY SIZE INTO LineaAnalisis.
           WRITE LineaAnalisis.

       EscribeCabecera.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE SPACES TO LineaAnalisis.
           STRING "Clave      Nombre                Unidades"
               "      Ingresos         Coste        Margen     %"
               DELIMITED BY SIZE INTO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE ALL "-" TO LineaAnalisis.
           WRITE LineaAnalisis.

      *( linea comun a todas las secciones: el margen es ingreso
      *  menos coste y el porcentaje se calcula sobre el ingreso )
       EscribeLineaAnalisis.
           COMPUTE MargenLinea = IngresosLinea - CosteLinea.
           IF IngresosLinea = ZEROS
               MOVE ZEROS TO PorcMargen
           ELSE
               COMPUTE PorcMargen ROUNDED =
                   MargenLinea * 100 / IngresosLinea.
           MOVE UnidadesLinea TO UnidadesEditadas.
           MOVE IngresosLinea TO IngresosEditados.
           MOVE CosteLinea TO CosteEditado.
           MOVE MargenLinea TO MargenEditado.
           MOVE PorcMargen TO PorcEditado.
           MOVE SPACES TO LineaAnalisis.
           STRING ClaveLinea " " NombreLinea " " UnidadesEditadas
               " " IngresosEditados " " CosteEditado " "
               MargenEditado " " PorcEditado
               DELIMITED BY SIZE INTO LineaAnalisis.
           WRITE LineaAnalisis.

       EscribeMeses.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "Ventas por mes" TO LineaAnalisis.
           WRITE LineaAnalisis.
           PERFORM EscribeCabecera.
           MOVE ZEROS TO SumaUnidades.
           MOVE ZEROS TO SumaIngresos.
           MOVE ZEROS TO SumaCoste.
           PERFORM EscribeUnMes
               VARYING IdxMes FROM 1 BY 1
               UNTIL IdxMes > TotalMeses.
           MOVE ALL "-" TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "TOTAL" TO ClaveLinea.
           MOVE SPACES TO NombreLinea.
           MOVE SumaUnidades TO UnidadesLinea.
           MOVE SumaIngresos TO IngresosLinea.
           MOVE SumaCoste TO CosteLinea.
           PERFORM EscribeLineaAnalisis.
           DISPLAY LineaAnalisis.

       EscribeUnMes.
           MOVE MES-Periodo(IdxMes) TO ClaveLinea.
           MOVE SPACES TO NombreLinea.
           MOVE MES-Unidades(IdxMes) TO UnidadesLinea.
           MOVE MES-Ingresos(IdxMes) TO IngresosLinea.
           MOVE MES-Coste(IdxMes) TO CosteLinea.
           ADD MES-Unidades(IdxMes) TO SumaUnidades.
           ADD MES-Ingresos(IdxMes) TO SumaIngresos.
           ADD MES-Coste(IdxMes) TO SumaCoste.
           PERFORM EscribeLineaAnalisis.

       EscribeClientes.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "Ventas por cliente" TO LineaAnalisis.
           WRITE LineaAnalisis.
           PERFORM EscribeCabecera.
           PERFORM EscribeUnCliente
               VARYING IdxCliente FROM 1 BY 1
               UNTIL IdxCliente > TotalClientes.

       EscribeUnCliente.
           MOVE CLT-ClienteId(IdxCliente) TO ClienteEditado.
           MOVE ClienteEditado TO ClaveLinea.
           MOVE CLT-Nombre(IdxCliente) TO NombreLinea.
           MOVE CLT-Unidades(IdxCliente) TO UnidadesLinea.
           MOVE CLT-Ingresos(IdxCliente) TO IngresosLinea.
           MOVE CLT-Coste(IdxCliente) TO CosteLinea.
           PERFORM EscribeLineaAnalisis.

       EscribeSkus.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "Ventas por articulo" TO LineaAnalisis.
           WRITE LineaAnalisis.
           PERFORM EscribeCabecera.
           PERFORM EscribeUnSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.

       EscribeUnSku.
           MOVE SKU-Sku(IdxSku) TO ClaveLinea.
           MOVE SPACES TO NombreLinea.
           MOVE SKU-Unidades(IdxSku) TO UnidadesLinea.
           MOVE SKU-Ingresos(IdxSku) TO IngresosLinea.
           MOVE SKU-Coste(IdxSku) TO CosteLinea.
           PERFORM EscribeLineaAnalisis.

      *( los rankings eligen en cada vuelta la entrada de mayor
      *  margen bruto aun no elegida, hasta veinte )
       EscribeRankingClientes.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "Los 20 clientes de mayor margen bruto"
               TO LineaAnalisis.
           WRITE LineaAnalisis.
           PERFORM EscribeCabecera.
           PERFORM EligeCliente
               VARYING IdxRanking FROM 1 BY 1
               UNTIL IdxRanking > 20 OR IdxRanking > TotalClientes.

       EligeCliente.
           MOVE ZEROS TO IdxMejor.
           PERFORM ComparaCliente
               VARYING IdxCliente FROM 1 BY 1
               UNTIL IdxCliente > TotalClientes.
           IF IdxMejor NOT = ZEROS
               MOVE "S" TO CLT-Elegido(IdxMejor)
               MOVE IdxMejor TO IdxCliente
               PERFORM EscribeUnCliente.

       ComparaCliente.
           IF CLT-Elegido(IdxCliente) = "N"
               COMPUTE MargenEntrada = CLT-Ingresos(IdxCliente)
                   - CLT-Coste(IdxCliente)
               IF IdxMejor = ZEROS OR MargenEntrada > MejorMargen
                   MOVE IdxCliente TO IdxMejor
                   MOVE MargenEntrada TO MejorMargen
               END-IF
           END-IF.

       EscribeRankingSkus.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE "Los 20 articulos de mayor margen bruto"
               TO LineaAnalisis.
           WRITE LineaAnalisis.
           PERFORM EscribeCabecera.
           PERFORM EligeSku
               VARYING IdxRanking FROM 1 BY 1
               UNTIL IdxRanking > 20 OR IdxRanking > TotalSkus.

       EligeSku.
           MOVE ZEROS TO IdxMejor.
           PERFORM ComparaSku
               VARYING IdxSku FROM 1 BY 1
               UNTIL IdxSku > TotalSkus.
           IF IdxMejor NOT = ZEROS
               MOVE "S" TO SKU-Elegido(IdxMejor)
               MOVE IdxMejor TO IdxSku
               PERFORM EscribeUnSku.

       ComparaSku.
           IF SKU-Elegido(IdxSku) = "N"
               COMPUTE MargenEntrada = SKU-Ingresos(IdxSku)
                   - SKU-Coste(IdxSku)
               IF IdxMejor = ZEROS OR MargenEntrada > MejorMargen
                   MOVE IdxSku TO IdxMejor
                   MOVE MargenEntrada TO MejorMargen
               END-IF
           END-IF.

       EscribeResumen.
           MOVE SPACES TO LineaAnalisis.
           WRITE LineaAnalisis.
           MOVE SPACES TO LineaAnalisis.
           STRING "Lineas facturadas: " TotalLineasLeidas
               "  abonos: " TotalAbonosLeidos
               DELIMITED BY SIZE INTO LineaAnalisis.
           WRITE LineaAnalisis.
           DISPLAY LineaAnalisis.
           IF TotalSinCoste NOT = ZEROS
               MOVE SPACES TO LineaAnalisis
               STRING "ATENCION: " TotalSinCoste
                   " apuntes de articulos sin ficha de existencias"
                   " (coste cero)"
                   DELIMITED BY SIZE INTO LineaAnalisis
               WRITE LineaAnalisis
               DISPLAY LineaAnalisis.
           IF TotalDescartados NOT = ZEROS
               MOVE SPACES TO LineaAnalisis
               STRING "ATENCION: " TotalDescartados
                   " acumulaciones fuera de tabla"
                   DELIMITED BY SIZE INTO LineaAnalisis
               WRITE LineaAnalisis
               DISPLAY LineaAnalisis.

       END PROGRAM AnalisisVentas.
