       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanRecuento.
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
           SELECT OPTIONAL ArchivoStockAlmacen
               ASSIGN TO "stock_almacenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Clave
               FILE STATUS IS EstadoStockAlmacen.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "recuento_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoRecuento ASSIGN TO "recuento.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteHoja ASSIGN TO "recuento_hoja.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoStockAlmacen.
       COPY "STKALM.cpy".
       FD  ArchivoParametros.
       01  RP-Registro.
           05 RP-MaximoDiario PIC 9(4).
           05 RP-DiasClaseA PIC 9(3).
           05 RP-DiasClaseB PIC 9(3).
           05 RP-DiasClaseC PIC 9(3).
       FD  ArchivoRecuento.
       01  RE-Registro.
           05 RE-Sku PIC X(10).
           05 RE-Cantidad PIC 9(7).
           05 RE-Contador PIC X(8).
           05 RE-Almacen PIC XX.
       FD  ReporteHoja.
       01  LineaHoja PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoStockAlmacen PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinStock PIC X VALUE "N".
           88 NoHayMasStock VALUE "S".
       77  FinAlmacenes PIC X VALUE "N".
           88 NoHayMasAlmacenes VALUE "S".
       77  AlmacenCentral PIC XX VALUE "01".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  MaximoDiario PIC 9(4) VALUE 50.
       77  DiasClaseA PIC 9(3) VALUE 30.
       77  DiasClaseB PIC 9(3) VALUE 91.
       77  DiasClaseC PIC 9(3) VALUE 365.
       77  DiasFrecuencia PIC 9(3) VALUE ZEROS.
       77  DiasDesdeRecuento PIC S9(7) VALUE ZEROS.
       77  ClaseSku PIC X VALUE SPACE.
       77  TotalVencidos PIC 9(4) COMP VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  TotalElegidos PIC 9(4) COMP VALUE ZEROS.
       77  TotalLineasHoja PIC 9(5) VALUE ZEROS.
       77  TotalPendientes PIC 9(4) VALUE ZEROS.
       77  IdxVencido PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxPrimero PIC 9(4) COMP VALUE ZEROS.
       77  UltimoEditado PIC X(10) VALUE SPACES.
       01  ResumenClases.
           05 RES-Clase OCCURS 3 TIMES.
               10 RES-Codigo PIC X.
               10 RES-Elegidos PIC 9(4).
       77  IdxClase PIC 9 VALUE ZEROS.
       01  EntradaTemporal PIC X(27).
      *( SKUs que ya toca contar: la prioridad es la clase y,
      *  dentro de ella, el que mas dias lleva vencido )
       01  TablaVencidos.
           05 VEN-Entrada OCCURS 3000 TIMES.
               10 VEN-Sku PIC X(10).
               10 VEN-Prioridad PIC 9.
               10 VEN-Clase PIC X.
               10 VEN-Retraso PIC 9(7).
               10 VEN-UltimoRecuento PIC 9(8).

       PROCEDURE DIVISION.
      *( recuento ciclico diario: cada SKU se cuenta segun su
      *  clase ABC, la A cada mes, la B cada trimestre y la C una
      *  vez al ano (frecuencias en recuento_param.dat). Los SKUs
      *  vencidos se ordenan por clase y antiguedad del ultimo
      *  recuento y se eligen como mucho los del maximo diario;
      *  el resto queda para los dias siguientes. La hoja sale en
      *  recuento.dat con una linea por SKU y almacen, con la
      *  cantidad en blanco para que la rellenen los contadores y
      *  la concilie ReconciliaInventario, y en recuento_hoja.rpt
      *  para imprimir, sin la cantidad teorica )
       Inicio.
           DISPLAY "PlanRecuento: lista diaria de recuento ciclico.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoStock.
           IF NoHayStock
               DISPLAY "PlanRecuento: no se encontro stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeStock.
           PERFORM ExaminaSku UNTIL NoHayMasStock.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden > TotalVencidos.
           IF TotalVencidos > MaximoDiario
               MOVE MaximoDiario TO TotalElegidos
               COMPUTE TotalPendientes = TotalVencidos - MaximoDiario
           ELSE
               MOVE TotalVencidos TO TotalElegidos.
           INITIALIZE ResumenClases.
           MOVE "A" TO RES-Codigo(1).
           MOVE "B" TO RES-Codigo(2).
           MOVE "C" TO RES-Codigo(3).
           OPEN INPUT ArchivoStockAlmacen.
           OPEN OUTPUT ArchivoRecuento.
           OPEN OUTPUT ReporteHoja.
           PERFORM EscribeTitulo.
           PERFORM EscribeVencido
               VARYING IdxVencido FROM 1 BY 1
               UNTIL IdxVencido > TotalElegidos.
           PERFORM EscribeResumen.
           CLOSE ArchivoStock.
           CLOSE ArchivoStockAlmacen.
           CLOSE ArchivoRecuento.
           CLOSE ReporteHoja.
           IF TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF RP-MaximoDiario NOT = ZEROS
                           MOVE RP-MaximoDiario TO MaximoDiario
                       END-IF
                       IF RP-DiasClaseA NOT = ZEROS
                           MOVE RP-DiasClaseA TO DiasClaseA
                       END-IF
                       IF RP-DiasClaseB NOT = ZEROS
                           MOVE RP-DiasClaseB TO DiasClaseB
                       END-IF
                       IF RP-DiasClaseC NOT = ZEROS
                           MOVE RP-DiasClaseC TO DiasClaseC
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeStock.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinStock.

      *( un SKU sin clase cuenta como C y uno que nunca se ha
      *  contado esta vencido desde siempre )
       ExaminaSku.
           EVALUATE TRUE
               WHEN ST-CLASE-A
                   MOVE "A" TO ClaseSku
                   MOVE DiasClaseA TO DiasFrecuencia
               WHEN ST-CLASE-B
                   MOVE "B" TO ClaseSku
                   MOVE DiasClaseB TO DiasFrecuencia
               WHEN OTHER
                   MOVE "C" TO ClaseSku
                   MOVE DiasClaseC TO DiasFrecuencia
           END-EVALUATE.
           IF ST-FechaRecuento = ZEROS
               MOVE 9999999 TO DiasDesdeRecuento
           ELSE
               COMPUTE DiasDesdeRecuento =
                   FUNCTION INTEGER-OF-DATE(FechaHoy)
                   - FUNCTION INTEGER-OF-DATE(ST-FechaRecuento).
           IF DiasDesdeRecuento >= DiasFrecuencia
               PERFORM AnotaVencido.
           PERFORM LeeStock.

       AnotaVencido.
           IF TotalVencidos < 3000
               ADD 1 TO TotalVencidos
               MOVE ST-Sku TO VEN-Sku(TotalVencidos)
               MOVE ClaseSku TO VEN-Clase(TotalVencidos)
               EVALUATE ClaseSku
                   WHEN "A"
                       MOVE 1 TO VEN-Prioridad(TotalVencidos)
                   WHEN "B"
                       MOVE 2 TO VEN-Prioridad(TotalVencidos)
                   WHEN OTHER
                       MOVE 3 TO VEN-Prioridad(TotalVencidos)
               END-EVALUATE
               IF DiasDesdeRecuento = 9999999
                   MOVE 9999999 TO VEN-Retraso(TotalVencidos)
               ELSE
                   COMPUTE VEN-Retraso(TotalVencidos) =
                       DiasDesdeRecuento - DiasFrecuencia
               END-IF
               MOVE ST-FechaRecuento
                   TO VEN-UltimoRecuento(TotalVencidos)
           ELSE
               ADD 1 TO TotalOmitidos
               DISPLAY "PlanRecuento: tabla de vencidos llena, se "
                   "omite " ST-Sku.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxPrimero.
           PERFORM BuscaPrimero
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalVencidos.
           IF IdxPrimero NOT = IdxOrden
               MOVE VEN-Entrada(IdxOrden) TO EntradaTemporal
               MOVE VEN-Entrada(IdxPrimero) TO VEN-Entrada(IdxOrden)
               MOVE EntradaTemporal TO VEN-Entrada(IdxPrimero).

       BuscaPrimero.
           IF VEN-Prioridad(IdxBusca) < VEN-Prioridad(IdxPrimero)
               MOVE IdxBusca TO IdxPrimero
           ELSE
               IF VEN-Prioridad(IdxBusca) = VEN-Prioridad(IdxPrimero)
                   AND VEN-Retraso(IdxBusca) > VEN-Retraso(IdxPrimero)
                   MOVE IdxBusca TO IdxPrimero.

      *( el SKU se cuenta en el central y en cada almacen donde
      *  tenga existencias; lo que esta en transito no se cuenta )
       EscribeVencido.
           EVALUATE VEN-Clase(IdxVencido)
               WHEN "A"
                   MOVE 1 TO IdxClase
               WHEN "B"
                   MOVE 2 TO IdxClase
               WHEN OTHER
                   MOVE 3 TO IdxClase
           END-EVALUATE.
           ADD 1 TO RES-Elegidos(IdxClase).
           IF VEN-UltimoRecuento(IdxVencido) = ZEROS
               MOVE "nunca" TO UltimoEditado
           ELSE
               MOVE VEN-UltimoRecuento(IdxVencido) TO UltimoEditado.
           MOVE AlmacenCentral TO SA-Almacen.
           PERFORM EscribeLineaHoja.
           MOVE "N" TO FinAlmacenes.
           MOVE VEN-Sku(IdxVencido) TO SA-Sku.
           MOVE LOW-VALUES TO SA-Almacen.
           START ArchivoStockAlmacen KEY IS NOT LESS THAN SA-Clave
               INVALID KEY MOVE "S" TO FinAlmacenes
           END-START.
           PERFORM EscribeAlmacenSku UNTIL NoHayMasAlmacenes.

       EscribeAlmacenSku.
           READ ArchivoStockAlmacen NEXT
               AT END MOVE "S" TO FinAlmacenes
               NOT AT END
                   IF SA-Sku NOT = VEN-Sku(IdxVencido)
                       MOVE "S" TO FinAlmacenes
                   ELSE
                       IF SA-Almacen NOT = AlmacenCentral
                           AND SA-Cantidad NOT = ZEROS
                           PERFORM EscribeLineaHoja
                       END-IF
                   END-IF
           END-READ.

       EscribeLineaHoja.
           ADD 1 TO TotalLineasHoja.
           MOVE SPACES TO RE-Registro.
           MOVE VEN-Sku(IdxVencido) TO RE-Sku.
           MOVE SA-Almacen TO RE-Almacen.
           WRITE RE-Registro.
           MOVE SPACES TO LineaHoja.
           STRING VEN-Sku(IdxVencido) "  " SA-Almacen "      "
               VEN-Clase(IdxVencido) "     " UltimoEditado
               "  ..........  ........"
               DELIMITED BY SIZE INTO LineaHoja.
           WRITE LineaHoja.

       EscribeTitulo.
           MOVE SPACES TO LineaHoja.
           STRING "Hoja de recuento ciclico del " FechaHoy
               DELIMITED BY SIZE INTO LineaHoja.
           WRITE LineaHoja.
           MOVE ALL "-" TO LineaHoja.
           WRITE LineaHoja.
           MOVE "SKU         Almacen Clase Ultimo      Contado"
               TO LineaHoja.
           MOVE "Contador" TO LineaHoja(51:8).
           WRITE LineaHoja.

       EscribeResumen.
           MOVE SPACES TO LineaHoja.
           WRITE LineaHoja.
           PERFORM EscribeUnaClase
               VARYING IdxClase FROM 1 BY 1
               UNTIL IdxClase > 3.
           MOVE SPACES TO LineaHoja.
           STRING "Lineas de recuento: " TotalLineasHoja
               "  SKUs vencidos que pasan a otro dia: "
               TotalPendientes
               DELIMITED BY SIZE INTO LineaHoja.
           WRITE LineaHoja.
           DISPLAY LineaHoja.

       EscribeUnaClase.
           MOVE SPACES TO LineaHoja.
           STRING "SKUs de clase " RES-Codigo(IdxClase) " a contar: "
               RES-Elegidos(IdxClase)
               DELIMITED BY SIZE INTO LineaHoja.
           WRITE LineaHoja.
           DISPLAY LineaHoja.

       END PROGRAM PlanRecuento.
