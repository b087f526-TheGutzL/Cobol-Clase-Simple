       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientesCICS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoPartidas
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Factura
               FILE STATUS IS EstadoPartidas.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
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
           SELECT ArchivoAccesos ASSIGN TO "accesos_clientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAccesos.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoHistorico.
       COPY "COBHIST.cpy".
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
       COPY "FACLIN.cpy".
       FD  ArchivoAccesos.
       COPY "ACCESCLI.cpy".
       WORKING-STORAGE SECTION.
       COPY "CLIMAP.cpy".
       COPY DFHAID.
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoFacturasLin PIC XX VALUE "00".
           88 NoHayFacturasLin VALUE "05".
       01  EstadoAccesos PIC XX VALUE "00".
           88 AccesosNoExiste VALUE "35".
       77  RespuestaCics PIC S9(8) COMP VALUE ZERO.
       77  UsuarioActual PIC X(8) VALUE SPACES.
       77  ProgramaAcceso PIC X(15) VALUE "ClientesCICS".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  FacturaHalladaFlag PIC X VALUE "N".
           88 FacturaHallada VALUE "S".
       77  AnotarAccesoFlag PIC X VALUE "N".
           88 AnotarAcceso VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  DiasVencidos PIC S9(8) VALUE ZEROS.
       77  FacturaPedida PIC 9(8) VALUE ZEROS.
       77  FacturaAcceso PIC 9(8) VALUE ZEROS.
       77  TotalPartidas PIC 9(4) VALUE ZEROS.
       77  PartidasPantalla PIC 99 VALUE ZEROS.
       77  TotalCobros PIC 9 VALUE ZEROS.
       77  TotalLineas PIC 999 VALUE ZEROS.
       77  LineasPantalla PIC 99 VALUE ZEROS.
       77  LineasDeMas PIC 999 VALUE ZEROS.
       77  PendienteTotal PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CreditoDisponible PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(10)9,99.
       77  ImporteLineaEditado PIC -(9)9,99.
       77  DiasEditados PIC ZZZZ9.
       77  CantidadEditada PIC ZZZZ9.
       77  PorcentajeEditado PIC ZZ9,99.
       77  TotalEditado PIC ZZZ9.
       77  LineaPantalla PIC X(64) VALUE SPACES.
      *( las partidas de la pagina visible y los tres ultimos
      *  cobros del cliente, estos en un buffer rotatorio durante la
      *  pasada secuencial del historico )
       01  TablaPartidas.
           05 PAR-Linea OCCURS 8 TIMES PIC X(64).
       01  TablaCobros.
           05 COB-Linea OCCURS 3 TIMES PIC X(64).
       01  TablaLineasFactura.
           05 FLI-Linea OCCURS 10 TIMES PIC X(60).
      *( la comarea recuerda el cliente consultado, la primera
      *  partida de la pagina y, en el detalle, la factura abierta )
       01  ComareaCliente.
           05 CC-Modo PIC X.
              88 CC-MODO-CUENTA VALUE "C" SPACE.
              88 CC-MODO-FACTURA VALUE "F".
           05 CC-Cliente PIC 9(6).
           05 CC-Desde PIC 9(4).
           05 CC-Factura PIC 9(8).
       LINKAGE SECTION.
       01  DFHCOMMAREA PIC X(19).

      *( consulta de la cuenta de un cliente para atender sus
      *  llamadas: ficha, limite de credito y riesgo vivo, partidas
      *  abiertas con sus dias de antiguedad (ocho por pagina, PF7
      *  y PF8 para pasar) y los ultimos cobros aplicados. Con un
      *  numero de factura del cliente se abre su detalle, como en
      *  ConsultaFactura, y PF3 vuelve a la cuenta. Cada consulta
      *  queda anotada en el diario de accesos a clientes )
       PROCEDURE DIVISION.
       Inicio.
           IF EIBCALEN = 0
               MOVE "C" TO CC-Modo
               MOVE ZEROS TO CC-Cliente
               MOVE 1 TO CC-Desde
               MOVE ZEROS TO CC-Factura
               MOVE LOW-VALUES TO CLIMAPO
               MOVE "Introduce un cliente y pulsa INTRO" TO MSGO
               PERFORM EnviaCuenta
           ELSE
               MOVE DFHCOMMAREA TO ComareaCliente
               IF CC-MODO-FACTURA
                   PERFORM AtiendeFactura
               ELSE
                   PERFORM AtiendeCuenta
               END-IF
           END-IF.
           EXEC CICS
               RETURN TRANSID('CLIQ')
                   COMMAREA(ComareaCliente)
           END-EXEC.

       AtiendeCuenta.
           EXEC CICS
               RECEIVE MAP('CLIMAP') MAPSET('CLISET')
                   INTO(CLIMAPI)
               RESP(RespuestaCics)
           END-EXEC.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   CONTINUE
               WHEN DFHPF7
                   IF CC-Desde > 8
                       SUBTRACT 8 FROM CC-Desde
                   ELSE
                       MOVE 1 TO CC-Desde
                   END-IF
                   PERFORM PreparaCuenta
                   PERFORM EnviaCuenta
               WHEN DFHPF8
                   ADD 8 TO CC-Desde
                   PERFORM PreparaCuenta
                   IF PartidasPantalla = ZEROS AND CC-Desde > 8
                       SUBTRACT 8 FROM CC-Desde
                       PERFORM PreparaCuenta
                   END-IF
                   PERFORM EnviaCuenta
               WHEN OTHER
                   PERFORM RecogeConsulta
           END-EVALUATE.

      *( un cliente tecleado abre una consulta nueva, que se anota
      *  en el diario; un numero de factura abre su detalle )
       RecogeConsulta.
           MOVE ZEROS TO FacturaPedida.
           IF RespuestaCics = DFHRESP(NORMAL)
               IF CLIL > ZERO
                   IF CLII IS NUMERIC
                       MOVE CLII TO CC-Cliente
                   ELSE
                       MOVE ZEROS TO CC-Cliente
                   END-IF
                   MOVE 1 TO CC-Desde
                   MOVE "S" TO AnotarAccesoFlag
               END-IF
               IF FACTL > ZERO AND FACTI IS NUMERIC
                   MOVE FACTI TO FacturaPedida
               END-IF
           END-IF.
           IF FacturaPedida NOT = ZEROS AND CC-Cliente NOT = ZEROS
               PERFORM AbreFactura
           ELSE
               PERFORM PreparaCuenta
               PERFORM EnviaCuenta.

       AtiendeFactura.
           EXEC CICS
               RECEIVE MAP('FACMAP') MAPSET('CLISET')
                   INTO(FACMAPI)
               RESP(RespuestaCics)
           END-EXEC.
           EVALUATE EIBAID
               WHEN DFHCLEAR
                   CONTINUE
               WHEN DFHPF3
                   MOVE "C" TO CC-Modo
                   PERFORM PreparaCuenta
                   PERFORM EnviaCuenta
               WHEN OTHER
                   MOVE CC-Factura TO FacturaPedida
                   PERFORM PreparaFactura
                   PERFORM EnviaFactura
           END-EVALUATE.

       PreparaCuenta.
           MOVE LOW-VALUES TO CLIMAPO.
           MOVE ZEROS TO PartidasPantalla.
           IF CC-Cliente = ZEROS
               MOVE "Identificador de cliente no valido" TO MSGO
           ELSE
               MOVE CC-Cliente TO CLIO
               PERFORM LeeCliente
               IF ClienteHallado
                   PERFORM PintaCliente
                   PERFORM PintaPartidas
                   PERFORM PintaCobros
                   IF AnotarAcceso
                       MOVE ZEROS TO FacturaAcceso
                       PERFORM AnotaAcceso
                   END-IF
               ELSE
                   MOVE "Cliente no encontrado" TO MSGO.

       LeeCliente.
           MOVE "N" TO ClienteHalladoFlag.
           OPEN INPUT ArchivoClientes.
           IF NOT NoHayClientes
               MOVE CC-Cliente TO CLI-ClienteId
               READ ArchivoClientes KEY IS CLI-ClienteId
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ClienteHalladoFlag
               END-READ.
           CLOSE ArchivoClientes.

       PintaCliente.
           MOVE CLI-Nombre TO NOMBO.
           EVALUATE TRUE
               WHEN CLI-ACTIVO
                   MOVE "Activo" TO ESTAO
               WHEN CLI-SUSPENDIDO
                   MOVE "Suspendido" TO ESTAO
               WHEN CLI-BAJA
                   MOVE "De baja" TO ESTAO
               WHEN OTHER
                   MOVE CLI-Estado TO ESTAO
           END-EVALUATE.
           MOVE CLI-Calle TO DIREO.
           MOVE CLI-Ciudad TO CIUDO.
           MOVE CLI-CodigoPostal TO CPOSO.
           MOVE CLI-LimiteCredito TO ImporteEditado.
           MOVE ImporteEditado TO LIMIO.
           MOVE CLI-RiesgoVivo TO ImporteEditado.
           MOVE ImporteEditado TO RIESO.
           COMPUTE CreditoDisponible =
               CLI-LimiteCredito - CLI-RiesgoVivo.
           MOVE CreditoDisponible TO ImporteEditado.
           MOVE ImporteEditado TO DISPO.

      *( el fichero de partidas va por numero de factura, de modo
      *  que se recorre entero; se cuentan todas las del cliente y
      *  se pintan las de la pagina pedida, con los dias desde la
      *  fecha de factura como los cuenta AntiguedadSaldos )
       PintaPartidas.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           MOVE ZEROS TO TotalPartidas.
           MOVE ZEROS TO PendienteTotal.
           MOVE SPACES TO PAR-Linea(1) PAR-Linea(2) PAR-Linea(3)
               PAR-Linea(4) PAR-Linea(5) PAR-Linea(6) PAR-Linea(7)
               PAR-Linea(8).
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               MOVE "S" TO FinArchivo.
           PERFORM RecogePartida UNTIL NoHayMasRegistros.
           CLOSE ArchivoPartidas.
           MOVE PAR-Linea(1) TO PAR1O.
           MOVE PAR-Linea(2) TO PAR2O.
           MOVE PAR-Linea(3) TO PAR3O.
           MOVE PAR-Linea(4) TO PAR4O.
           MOVE PAR-Linea(5) TO PAR5O.
           MOVE PAR-Linea(6) TO PAR6O.
           MOVE PAR-Linea(7) TO PAR7O.
           MOVE PAR-Linea(8) TO PAR8O.
           MOVE PendienteTotal TO ImporteEditado.
           MOVE TotalPartidas TO TotalEditado.
           IF TotalPartidas = ZEROS
               MOVE "El cliente no tiene partidas abiertas" TO MSGO
           ELSE
               STRING TotalEditado " partidas abiertas, pendiente "
                   ImporteEditado
                   DELIMITED BY SIZE INTO MSGO.

       RecogePartida.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF PA-ClienteId = CC-Cliente AND NOT PA-COBRADA
                       PERFORM AnotaPartida
                   END-IF
           END-READ.

       AnotaPartida.
           ADD 1 TO TotalPartidas.
           ADD PA-ImportePendiente TO PendienteTotal.
           IF TotalPartidas NOT < CC-Desde
               AND PartidasPantalla < 8
               ADD 1 TO PartidasPantalla
               PERFORM FormaLineaPartida
               MOVE LineaPantalla TO PAR-Linea(PartidasPantalla).

       FormaLineaPartida.
           COMPUTE DiasVencidos =
               FUNCTION INTEGER-OF-DATE(FechaHoy) -
               FUNCTION INTEGER-OF-DATE(PA-FechaFactura).
           IF DiasVencidos < ZEROS
               MOVE ZEROS TO DiasVencidos.
           MOVE SPACES TO LineaPantalla.
           MOVE PA-Factura TO LineaPantalla(1:8).
           MOVE PA-FechaFactura TO LineaPantalla(11:8).
           MOVE PA-ImporteOriginal TO ImporteLineaEditado.
           MOVE ImporteLineaEditado TO LineaPantalla(21:13).
           MOVE PA-ImportePendiente TO ImporteLineaEditado.
           MOVE ImporteLineaEditado TO LineaPantalla(36:13).
           MOVE DiasVencidos TO DiasEditados.
           MOVE DiasEditados TO LineaPantalla(51:5).
           IF PA-PARCIAL
               MOVE "parcial" TO LineaPantalla(58:7)
           ELSE
               MOVE "abierta" TO LineaPantalla(58:7).

       PintaCobros.
           MOVE ZEROS TO TotalCobros.
           MOVE SPACES TO COB-Linea(1) COB-Linea(2) COB-Linea(3).
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinArchivo.
           PERFORM RecogeCobro UNTIL NoHayMasRegistros.
           CLOSE ArchivoHistorico.
           MOVE COB-Linea(1) TO COB1O.
           MOVE COB-Linea(2) TO COB2O.
           MOVE COB-Linea(3) TO COB3O.

       RecogeCobro.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF CH-ClienteId = CC-Cliente
                       PERFORM AnotaCobro
                   END-IF
           END-READ.

       AnotaCobro.
           MOVE SPACES TO LineaPantalla.
           MOVE CH-Fecha TO LineaPantalla(1:8).
           MOVE "factura" TO LineaPantalla(11:7).
           MOVE CH-Factura TO LineaPantalla(19:8).
           MOVE CH-Importe TO ImporteLineaEditado.
           MOVE ImporteLineaEditado TO LineaPantalla(29:13).
           IF CH-RETROCESION
               MOVE "devuelto por el banco" TO LineaPantalla(44:21)
           ELSE
               MOVE "cobro" TO LineaPantalla(44:5).
           IF TotalCobros < 3
               ADD 1 TO TotalCobros
               MOVE LineaPantalla TO COB-Linea(TotalCobros)
           ELSE
               MOVE COB-Linea(2) TO COB-Linea(1)
               MOVE COB-Linea(3) TO COB-Linea(2)
               MOVE LineaPantalla TO COB-Linea(3).

      *( solo se abren facturas del cliente que se esta
      *  consultando; una factura ajena o inexistente deja la
      *  cuenta en pantalla con el aviso )
       AbreFactura.
           PERFORM LeeCabeceraFactura.
           IF FacturaHallada AND RF-ClienteId = CC-Cliente
               MOVE "F" TO CC-Modo
               MOVE FacturaPedida TO CC-Factura
               PERFORM PreparaFactura
               MOVE FacturaPedida TO FacturaAcceso
               PERFORM AnotaAcceso
               PERFORM EnviaFactura
           ELSE
               PERFORM PreparaCuenta
               IF FacturaHallada
                   MOVE "La factura no es de este cliente" TO MSGO
               ELSE
                   MOVE "La factura no existe" TO MSGO
               END-IF
               PERFORM EnviaCuenta.

       LeeCabeceraFactura.
           MOVE "N" TO FacturaHalladaFlag.
           OPEN INPUT ArchivoFacturasCab.
           IF NOT NoHayFacturasCab
               MOVE FacturaPedida TO RF-Factura
               READ ArchivoFacturasCab KEY IS RF-Factura
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO FacturaHalladaFlag
               END-READ.
           CLOSE ArchivoFacturasCab.

       PreparaFactura.
           MOVE LOW-VALUES TO FACMAPO.
           PERFORM LeeCabeceraFactura.
           IF NOT FacturaHallada
               MOVE "La factura ya no existe" TO FMSGO
           ELSE
               MOVE RF-Factura TO FNUMO
               MOVE RF-Fecha TO FFECO
               MOVE RF-Pedido TO FPEDO
               STRING RF-ClienteId " " RF-Cliente
                   DELIMITED BY SIZE INTO FCLIO
               PERFORM PintaLineasFactura
               MOVE RF-Base TO ImporteEditado
               MOVE ImporteEditado TO FBASO
               MOVE RF-Iva TO ImporteEditado
               MOVE ImporteEditado TO FIVAO
               MOVE RF-Total TO ImporteEditado
               MOVE ImporteEditado TO FTOTO
               PERFORM PintaPendienteFactura
               MOVE TotalLineas TO TotalEditado
               STRING "Factura con " TotalEditado " lineas"
                   DELIMITED BY SIZE INTO FMSGO.

       PintaLineasFactura.
           MOVE ZEROS TO TotalLineas.
           MOVE ZEROS TO LineasPantalla.
           MOVE SPACES TO FLI-Linea(1) FLI-Linea(2) FLI-Linea(3)
               FLI-Linea(4) FLI-Linea(5) FLI-Linea(6) FLI-Linea(7)
               FLI-Linea(8) FLI-Linea(9) FLI-Linea(10).
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoFacturasLin.
           IF NoHayFacturasLin
               MOVE "S" TO FinArchivo
           ELSE
               MOVE FacturaPedida TO RL-Factura
               MOVE ZEROS TO RL-Linea
               START ArchivoFacturasLin
                   KEY IS NOT LESS THAN RL-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START.
           PERFORM RecogeLineaFactura UNTIL NoHayMasRegistros.
           CLOSE ArchivoFacturasLin.
           IF TotalLineas > 10
               COMPUTE LineasDeMas = TotalLineas - 9
               MOVE LineasDeMas TO TotalEditado
               MOVE SPACES TO FLI-Linea(10)
               STRING "(y " TotalEditado " lineas mas: ver "
                   "ConsultaFactura)"
                   DELIMITED BY SIZE INTO FLI-Linea(10).
           MOVE FLI-Linea(1) TO FLI1O.
           MOVE FLI-Linea(2) TO FLI2O.
           MOVE FLI-Linea(3) TO FLI3O.
           MOVE FLI-Linea(4) TO FLI4O.
           MOVE FLI-Linea(5) TO FLI5O.
           MOVE FLI-Linea(6) TO FLI6O.
           MOVE FLI-Linea(7) TO FLI7O.
           MOVE FLI-Linea(8) TO FLI8O.
           MOVE FLI-Linea(9) TO FLI9O.
           MOVE FLI-Linea(10) TO FLIAO.

       RecogeLineaFactura.
           READ ArchivoFacturasLin NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF RL-Factura NOT = FacturaPedida
                       MOVE "S" TO FinArchivo
                   ELSE
                       PERFORM AnotaLineaFactura
                   END-IF
           END-READ.

       AnotaLineaFactura.
           ADD 1 TO TotalLineas.
           IF LineasPantalla < 10
               ADD 1 TO LineasPantalla
               MOVE SPACES TO LineaPantalla
               MOVE RL-Linea TO LineaPantalla(1:3)
               MOVE RL-Sku TO LineaPantalla(5:10)
               MOVE RL-Cantidad TO CantidadEditada
               MOVE CantidadEditada TO LineaPantalla(16:5)
               MOVE RL-Importe TO ImporteLineaEditado
               MOVE ImporteLineaEditado TO LineaPantalla(23:13)
               MOVE RL-CantidadDevuelta TO CantidadEditada
               MOVE CantidadEditada TO LineaPantalla(41:5)
               MOVE RL-PorcIva TO PorcentajeEditado
               MOVE PorcentajeEditado TO LineaPantalla(49:6)
               MOVE LineaPantalla TO FLI-Linea(LineasPantalla).

       PintaPendienteFactura.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               MOVE "(sin partida)" TO FPENO
           ELSE
               MOVE FacturaPedida TO PA-Factura
               READ ArchivoPartidas KEY IS PA-Factura
                   INVALID KEY
                       MOVE "(sin partida)" TO FPENO
                   NOT INVALID KEY
                       MOVE PA-ImportePendiente TO ImporteEditado
                       MOVE ImporteEditado TO FPENO
               END-READ.
           CLOSE ArchivoPartidas.

      *( quien miro la cuenta, desde que programa y cuando, como
      *  el diario de accesos a empleados )
       AnotaAcceso.
           EXEC CICS
               ASSIGN USERID(UsuarioActual)
           END-EXEC.
           ACCEPT ACL-Fecha FROM DATE YYYYMMDD.
           ACCEPT ACL-Hora FROM TIME.
           MOVE UsuarioActual TO ACL-Usuario.
           MOVE ProgramaAcceso TO ACL-Programa.
           MOVE CC-Cliente TO ACL-ClienteId.
           MOVE FacturaAcceso TO ACL-Factura.
           OPEN EXTEND ArchivoAccesos.
           IF AccesosNoExiste
               OPEN OUTPUT ArchivoAccesos
               CLOSE ArchivoAccesos
               OPEN EXTEND ArchivoAccesos
           END-IF.
           WRITE ACL-Registro.
           CLOSE ArchivoAccesos.

       EnviaCuenta.
           EXEC CICS
               SEND MAP('CLIMAP') MAPSET('CLISET') FROM(CLIMAPO)
                   ERASE
           END-EXEC.

       EnviaFactura.
           EXEC CICS
               SEND MAP('FACMAP') MAPSET('CLISET') FROM(FACMAPO)
                   ERASE
           END-EXEC.

       END PROGRAM ClientesCICS.
