       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionaPresupuestos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPresupuestos
               ASSIGN TO "presupuestos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPresupuestos.
           SELECT OPTIONAL ArchivoDecisiones
               ASSIGN TO "decisiones_presupuesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDecisiones.
           SELECT ArchivoPedidos ASSIGN TO "pedidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPedidos.
           SELECT OPTIONAL ArchivoSecuencia
               ASSIGN TO "pedido_presupuesto_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecuencia.
           SELECT ReporteResultado
               ASSIGN TO "presupuestos_resultado.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPresupuestos.
       COPY "PRESUP.cpy".
       FD  ArchivoDecisiones.
       01  DQ-Registro.
           05 DQ-Numero PIC 9(6).
           05 DQ-Decision PIC X.
       FD  ArchivoPedidos.
       01  PD-Registro.
           05 PD-Id PIC 9(6).
           05 PD-Cliente PIC X(20).
           05 PD-ClienteId PIC 9(6).
           05 PD-Sku PIC X(10).
           05 PD-Cantidad PIC 9(5).
           05 PD-Presupuesto PIC 9(6).
           05 PD-PrecioPactado PIC 99V9(4).
           05 PD-VendedorId PIC 9(6).
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimoPedido PIC 9(6).
       FD  ReporteResultado.
       01  LineaResultado PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoPresupuestos PIC XX VALUE "00".
           88 NoHayPresupuestos VALUE "05".
       01  EstadoDecisiones PIC XX VALUE "00".
           88 NoHayDecisiones VALUE "05".
       01  EstadoPedidos PIC XX VALUE "00".
           88 PedidosNoExiste VALUE "35".
       01  EstadoSecuencia PIC XX VALUE "00".
           88 SecuenciaExiste VALUE "00".
       77  FinPresupuestos PIC X VALUE "N".
           88 NoHayMasPresupuestos VALUE "S".
       77  FinDecisiones PIC X VALUE "N".
           88 NoHayMasDecisiones VALUE "S".
       77  PresupuestoHalladoFlag PIC X VALUE "N".
           88 PresupuestoHallado VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  TablaLlenaFlag PIC X VALUE "N".
           88 TablaLlena VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  MotivoRechazo PIC X(30) VALUE SPACES.
       77  EstadoPrevio PIC X VALUE SPACE.
       77  FechaValidezPrevia PIC 9(8) VALUE ZEROS.
       77  EstadoNuevo PIC X VALUE SPACE.
       77  TotalPresupuestos PIC 9(4) VALUE ZEROS.
       77  IdxPresupuesto PIC 9(4) COMP VALUE ZEROS.
       77  TotalPerdidos PIC 9(4) VALUE ZEROS.
       77  TotalDecisiones PIC 9(4) VALUE ZEROS.
       77  TotalGanados PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalCaducados PIC 9(4) VALUE ZEROS.
       77  TotalLineasPedido PIC 9(4) VALUE ZEROS.
       77  UltimoPedido PIC 9(6) VALUE ZEROS.
       77  LineasPresupuesto PIC 99 VALUE ZEROS.
       77  ImportePresupuesto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalClientes PIC 9(3) VALUE ZEROS.
       77  IdxCliente PIC 9(3) COMP VALUE ZEROS.
       77  IdxClienteHallado PIC 9(3) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(3) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(3) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(3) COMP VALUE ZEROS.
       77  IdxEstado PIC 9 COMP VALUE ZEROS.
       77  PresupuestosCerrados PIC 9(5) VALUE ZEROS.
       77  PorcExito PIC 999V9 VALUE ZEROS.
       77  PorcEditado PIC ZZ9,9.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  NumeroEditado PIC ZZZ9.
       01  TablaPresupuestos.
           05 TPQ-Registro OCCURS 3000 TIMES PIC X(119).
       01  EntradaTemporal PIC X(70).
       01  TablaClientes.
           05 RES-Entrada OCCURS 500 TIMES.
               10 RES-ClienteId PIC 9(6).
               10 RES-Cliente PIC X(20).
               10 RES-Numero PIC 9(4) OCCURS 4 TIMES.
               10 RES-Importe PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
       01  TotalesEstado.
           05 TOT-Numero PIC 9(5) OCCURS 4 TIMES.
           05 TOT-Importe PIC S9(11)V99 COMP-3 OCCURS 4 TIMES.
       01  NombresEstado.
           05 FILLER PIC X(10) VALUE "Ganados".
           05 FILLER PIC X(10) VALUE "Perdidos".
           05 FILLER PIC X(10) VALUE "Caducados".
           05 FILLER PIC X(10) VALUE "Pendientes".
       01  NombresEstadoTabla REDEFINES NombresEstado.
           05 NombreEstado PIC X(10) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
      *( respuesta de los clientes a los presupuestos: cada linea
      *  de decisiones_presupuesto.dat da un numero de presupuesto
      *  y A (aceptado) o R (rechazado). El aceptado dentro de su
      *  validez genera en pedidos.dat las lineas del pedido, con
      *  numero propio de la serie de presupuestos (600001 en
      *  adelante, como 700001 la web y 800001 la pantalla), el
      *  numero de presupuesto en PD-Presupuesto y el precio neto
      *  presupuestado, que la facturacion respeta.
      *  Los pendientes cuya validez ha pasado quedan caducados.
      *  El informe da por cliente los presupuestos ganados,
      *  perdidos, caducados y pendientes y la tasa de exito.
      *  Devuelve 4 si se rechaza alguna decision )
       Inicio.
           DISPLAY "GestionaPresupuestos: respuesta a presupuestos "
               "y conversion en pedidos.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           INITIALIZE TotalesEstado.
           PERFORM CargaPresupuestos.
           IF TotalPresupuestos = ZEROS
               DISPLAY "GestionaPresupuestos: no hay presupuestos."
               STOP RUN.
           IF TablaLlena
               DISPLAY "GestionaPresupuestos: presupuestos.dat excede "
                   "3000 lineas; depurelo antes de continuar."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ReporteResultado.
           PERFORM EscribeTitulo.
           PERFORM AbrePedidos.
           PERFORM LeeUltimoPedido.
           OPEN INPUT ArchivoDecisiones.
           IF NoHayDecisiones
               MOVE "S" TO FinDecisiones
           ELSE
               PERFORM LeeDecision.
           PERFORM ProcesaDecision UNTIL NoHayMasDecisiones.
           CLOSE ArchivoDecisiones.
           CLOSE ArchivoPedidos.
           PERFORM GuardaUltimoPedido.
           PERFORM CaducaPresupuesto
               VARYING IdxPresupuesto FROM 1 BY 1
               UNTIL IdxPresupuesto > TotalPresupuestos.
           PERFORM ReescribePresupuestos.
           PERFORM AcumulaCliente
               VARYING IdxPresupuesto FROM 1 BY 1
               UNTIL IdxPresupuesto > TotalPresupuestos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden > TotalClientes.
           PERFORM EscribeCabeceraClientes.
           PERFORM EscribeCliente
               VARYING IdxCliente FROM 1 BY 1
               UNTIL IdxCliente > TotalClientes.
           PERFORM EscribeResumen.
           CLOSE ReporteResultado.
           IF TotalRechazadas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaPresupuestos.
           MOVE "N" TO FinPresupuestos.
           OPEN INPUT ArchivoPresupuestos.
           IF NoHayPresupuestos
               MOVE "S" TO FinPresupuestos.
           PERFORM CargaUnPresupuesto UNTIL NoHayMasPresupuestos.
           CLOSE ArchivoPresupuestos.

       CargaUnPresupuesto.
           READ ArchivoPresupuestos
               AT END MOVE "S" TO FinPresupuestos
               NOT AT END
                   IF TotalPresupuestos < 3000
                       ADD 1 TO TotalPresupuestos
                       MOVE PQ-Registro
                           TO TPQ-Registro(TotalPresupuestos)
                   ELSE
                       MOVE "S" TO TablaLlenaFlag
                   END-IF
           END-READ.

       AbrePedidos.
           OPEN EXTEND ArchivoPedidos.
           IF PedidosNoExiste
               OPEN OUTPUT ArchivoPedidos
               CLOSE ArchivoPedidos
               OPEN EXTEND ArchivoPedidos
           END-IF.

       LeeDecision.
           READ ArchivoDecisiones
               AT END MOVE "S" TO FinDecisiones.

      *( el estado y la validez son los de la primera linea del
      *  presupuesto; todas sus lineas cambian juntas )
       ProcesaDecision.
           ADD 1 TO TotalDecisiones.
           MOVE SPACES TO MotivoRechazo.
           MOVE "N" TO PresupuestoHalladoFlag.
           PERFORM BuscaPresupuesto
               VARYING IdxPresupuesto FROM 1 BY 1
               UNTIL IdxPresupuesto > TotalPresupuestos
                   OR PresupuestoHallado.
           EVALUATE TRUE
               WHEN NOT PresupuestoHallado
                   MOVE "presupuesto no existe" TO MotivoRechazo
               WHEN EstadoPrevio NOT = "P"
                   MOVE "ya no esta pendiente" TO MotivoRechazo
               WHEN DQ-Decision = "A"
                   AND FechaValidezPrevia < FechaHoy
                   MOVE "validez vencida" TO MotivoRechazo
               WHEN DQ-Decision = "A"
                   MOVE "A" TO EstadoNuevo
                   PERFORM CambiaPresupuesto
               WHEN DQ-Decision = "R"
                   MOVE "R" TO EstadoNuevo
                   PERFORM CambiaPresupuesto
               WHEN OTHER
                   MOVE "decision no valida" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo NOT = SPACES
               PERFORM RechazaDecision.
           PERFORM LeeDecision.

       BuscaPresupuesto.
           MOVE TPQ-Registro(IdxPresupuesto) TO PQ-Registro.
           IF PQ-Numero = DQ-Numero
               MOVE "S" TO PresupuestoHalladoFlag
               MOVE PQ-Estado TO EstadoPrevio
               MOVE PQ-FechaValidez TO FechaValidezPrevia.

       CambiaPresupuesto.
           MOVE ZEROS TO LineasPresupuesto.
           MOVE ZEROS TO ImportePresupuesto.
           IF EstadoNuevo = "A"
               ADD 1 TO UltimoPedido.
           PERFORM CambiaLinea
               VARYING IdxPresupuesto FROM 1 BY 1
               UNTIL IdxPresupuesto > TotalPresupuestos.
           MOVE ImportePresupuesto TO ImporteEditado.
           MOVE SPACES TO LineaResultado.
           IF EstadoNuevo = "A"
               ADD 1 TO TotalGanados
               STRING "Presupuesto " DQ-Numero " aceptado: pedido "
                   UltimoPedido " con " LineasPresupuesto
                   " lineas por " ImporteEditado
                   DELIMITED BY SIZE INTO LineaResultado
           ELSE
               ADD 1 TO TotalPerdidos
               STRING "Presupuesto " DQ-Numero " rechazado por el "
                   "cliente, importe " ImporteEditado
                   DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.
           DISPLAY LineaResultado.

       CambiaLinea.
           MOVE TPQ-Registro(IdxPresupuesto) TO PQ-Registro.
           IF PQ-Numero = DQ-Numero
               ADD 1 TO LineasPresupuesto
               ADD PQ-Importe TO ImportePresupuesto
               MOVE EstadoNuevo TO PQ-Estado
               MOVE FechaHoy TO PQ-FechaEstado
               IF EstadoNuevo = "A"
                   MOVE UltimoPedido TO PQ-Pedido
                   PERFORM GrabaLineaPedido
               END-IF
               MOVE PQ-Registro TO TPQ-Registro(IdxPresupuesto).

       GrabaLineaPedido.
           ADD 1 TO TotalLineasPedido.
           MOVE UltimoPedido TO PD-Id.
           MOVE PQ-Cliente TO PD-Cliente.
           MOVE PQ-ClienteId TO PD-ClienteId.
           MOVE PQ-Sku TO PD-Sku.
           MOVE PQ-Cantidad TO PD-Cantidad.
           MOVE PQ-Numero TO PD-Presupuesto.
           MOVE PQ-PrecioNeto TO PD-PrecioPactado.
           IF PQ-VendedorId IS NUMERIC
               MOVE PQ-VendedorId TO PD-VendedorId
           ELSE
               MOVE ZEROS TO PD-VendedorId.
           WRITE PD-Registro.

       LeeUltimoPedido.
           MOVE 600000 TO UltimoPedido.
           OPEN INPUT ArchivoSecuencia.
           IF SecuenciaExiste
               READ ArchivoSecuencia
                   AT END CONTINUE
                   NOT AT END
                       IF SEC-UltimoPedido > UltimoPedido
                           MOVE SEC-UltimoPedido TO UltimoPedido
                       END-IF
               END-READ
               CLOSE ArchivoSecuencia.

       GuardaUltimoPedido.
           MOVE UltimoPedido TO SEC-UltimoPedido.
           OPEN OUTPUT ArchivoSecuencia.
           WRITE SEC-Registro.
           CLOSE ArchivoSecuencia.

       RechazaDecision.
           ADD 1 TO TotalRechazadas.
           MOVE SPACES TO LineaResultado.
           STRING "Decision " DQ-Decision " sobre el presupuesto "
               DQ-Numero " rechazada: " MotivoRechazo
               DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.
           DISPLAY LineaResultado.

       CaducaPresupuesto.
           MOVE TPQ-Registro(IdxPresupuesto) TO PQ-Registro.
           IF PQ-PENDIENTE AND PQ-FechaValidez < FechaHoy
               MOVE "C" TO PQ-Estado
               MOVE FechaHoy TO PQ-FechaEstado
               MOVE PQ-Registro TO TPQ-Registro(IdxPresupuesto)
               IF PQ-Linea = 1
                   ADD 1 TO TotalCaducados.

       ReescribePresupuestos.
           OPEN OUTPUT ArchivoPresupuestos.
           PERFORM EscribeUnPresupuesto
               VARYING IdxPresupuesto FROM 1 BY 1
               UNTIL IdxPresupuesto > TotalPresupuestos.
           CLOSE ArchivoPresupuestos.

       EscribeUnPresupuesto.
           MOVE TPQ-Registro(IdxPresupuesto) TO PQ-Registro.
           WRITE PQ-Registro.

      *( cada presupuesto cuenta una vez, por su primera linea;
      *  el importe suma todas sus lineas )
       AcumulaCliente.
           MOVE TPQ-Registro(IdxPresupuesto) TO PQ-Registro.
           EVALUATE TRUE
               WHEN PQ-GANADO
                   MOVE 1 TO IdxEstado
               WHEN PQ-PERDIDO
                   MOVE 2 TO IdxEstado
               WHEN PQ-CADUCADO
                   MOVE 3 TO IdxEstado
               WHEN OTHER
                   MOVE 4 TO IdxEstado
           END-EVALUATE.
           PERFORM BuscaCliente.
           IF ClienteHallado
               ADD PQ-Importe TO RES-Importe(IdxClienteHallado,
                   IdxEstado)
               IF PQ-Linea = 1
                   ADD 1 TO RES-Numero(IdxClienteHallado, IdxEstado)
               END-IF
           END-IF.
           ADD PQ-Importe TO TOT-Importe(IdxEstado).
           IF PQ-Linea = 1
               ADD 1 TO TOT-Numero(IdxEstado).

       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           PERFORM CompruebaCliente
               VARYING IdxCliente FROM 1 BY 1
               UNTIL IdxCliente > TotalClientes OR ClienteHallado.
           IF NOT ClienteHallado AND TotalClientes < 500
               ADD 1 TO TotalClientes
               INITIALIZE RES-Entrada(TotalClientes)
               MOVE PQ-ClienteId TO RES-ClienteId(TotalClientes)
               MOVE PQ-Cliente TO RES-Cliente(TotalClientes)
               MOVE TotalClientes TO IdxClienteHallado
               MOVE "S" TO ClienteHalladoFlag.

       CompruebaCliente.
           IF RES-ClienteId(IdxCliente) = PQ-ClienteId
               MOVE "S" TO ClienteHalladoFlag
               MOVE IdxCliente TO IdxClienteHallado.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalClientes.
           IF IdxMenor NOT = IdxOrden
               MOVE RES-Entrada(IdxOrden) TO EntradaTemporal
               MOVE RES-Entrada(IdxMenor) TO RES-Entrada(IdxOrden)
               MOVE EntradaTemporal TO RES-Entrada(IdxMenor).

       BuscaMenor.
           IF RES-ClienteId(IdxBusca) < RES-ClienteId(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

      *( la tasa de exito se mide sobre los presupuestos ya
      *  cerrados: ganados frente a ganados, perdidos y caducados )
       EscribeCliente.
           COMPUTE PresupuestosCerrados = RES-Numero(IdxCliente, 1)
               + RES-Numero(IdxCliente, 2)
               + RES-Numero(IdxCliente, 3).
           IF PresupuestosCerrados = ZEROS
               MOVE ZEROS TO PorcExito
           ELSE
               COMPUTE PorcExito ROUNDED =
                   RES-Numero(IdxCliente, 1) * 100
                   / PresupuestosCerrados.
           MOVE PorcExito TO PorcEditado.
           MOVE RES-Importe(IdxCliente, 1) TO ImporteEditado.
           MOVE SPACES TO LineaResultado.
           MOVE RES-ClienteId(IdxCliente) TO LineaResultado(1:6).
           MOVE RES-Cliente(IdxCliente) TO LineaResultado(8:20).
           MOVE RES-Numero(IdxCliente, 1) TO NumeroEditado.
           MOVE NumeroEditado TO LineaResultado(30:4).
           MOVE RES-Numero(IdxCliente, 2) TO NumeroEditado.
           MOVE NumeroEditado TO LineaResultado(36:4).
           MOVE RES-Numero(IdxCliente, 3) TO NumeroEditado.
           MOVE NumeroEditado TO LineaResultado(42:4).
           MOVE RES-Numero(IdxCliente, 4) TO NumeroEditado.
           MOVE NumeroEditado TO LineaResultado(48:4).
           MOVE ImporteEditado TO LineaResultado(54:13).
           MOVE PorcEditado TO LineaResultado(69:5).
           WRITE LineaResultado.

       EscribeTitulo.
           MOVE SPACES TO LineaResultado.
           STRING "Presupuestos de venta: decisiones y resultado a "
               FechaHoy
               DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.
           MOVE ALL "-" TO LineaResultado.
           WRITE LineaResultado.

       EscribeCabeceraClientes.
           MOVE SPACES TO LineaResultado.
           WRITE LineaResultado.
           MOVE SPACES TO LineaResultado.
           MOVE "Cliente" TO LineaResultado(1:7).
           MOVE "Gan." TO LineaResultado(30:4).
           MOVE "Per." TO LineaResultado(36:4).
           MOVE "Cad." TO LineaResultado(42:4).
           MOVE "Pend" TO LineaResultado(48:4).
           MOVE "Importe ganado" TO LineaResultado(53:14).
           MOVE "% exito" TO LineaResultado(68:7).
           WRITE LineaResultado.
           MOVE ALL "-" TO LineaResultado.
           WRITE LineaResultado.

       EscribeResumen.
           MOVE SPACES TO LineaResultado.
           WRITE LineaResultado.
           MOVE SPACES TO LineaResultado.
           STRING "Decisiones: " TotalDecisiones
               "  aceptados: " TotalGanados
               "  rechazados: " TotalPerdidos
               "  erroneas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.
           DISPLAY LineaResultado.
           MOVE SPACES TO LineaResultado.
           STRING "Caducados hoy: " TotalCaducados
               "  lineas de pedido generadas: " TotalLineasPedido
               DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.
           DISPLAY LineaResultado.
           PERFORM EscribeTotalEstado
               VARYING IdxEstado FROM 1 BY 1
               UNTIL IdxEstado > 4.

       EscribeTotalEstado.
           MOVE TOT-Importe(IdxEstado) TO TotalEditado.
           MOVE SPACES TO LineaResultado.
           STRING "Total " NombreEstado(IdxEstado) " "
               TOT-Numero(IdxEstado) " presupuestos por "
               TotalEditado
               DELIMITED BY SIZE INTO LineaResultado.
           WRITE LineaResultado.

       END PROGRAM GestionaPresupuestos.
