       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvaluaProveedores.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ASSIGN TO "evaluacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteEvaluacion
               ASSIGN TO "evaluacion_proveedores.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       FD  ArchivoParametros.
       01  EP-Registro.
           05 EP-Anio PIC 9(4).
           05 EP-Trimestre PIC 9.
           05 EP-Umbral PIC 9(3).
       FD  ReporteEvaluacion.
       01  LineaEvaluacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinCompras PIC X VALUE "N".
           88 NoHayMasCompras VALUE "S".
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  VendedorHalladoFlag PIC X VALUE "N".
           88 VendedorHallado VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  FechaHasta PIC 9(8) VALUE ZEROS.
       77  FechaReferencia PIC 9(8) VALUE ZEROS.
       77  MesHoy PIC 99 VALUE ZEROS.
       77  Anio PIC 9(4) VALUE ZEROS.
       77  Trimestre PIC 9 VALUE ZEROS.
       77  Umbral PIC 9(3) VALUE 70.
       77  VendedorBuscado PIC X(20) VALUE SPACES.
       77  CantidadServida PIC 9(7) VALUE ZEROS.
       77  TotalVendedores PIC 9(3) VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  TotalRevisar PIC 9(3) VALUE ZEROS.
       77  TotalOrdenes PIC 9(5) VALUE ZEROS.
       77  TotalMovimientos PIC 9(6) VALUE ZEROS.
       77  IdxVendedor PIC 9(3) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(3) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(3) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(3) COMP VALUE ZEROS.
       77  IdxMayor PIC 9(3) COMP VALUE ZEROS.
       77  NotaPrecio PIC S9(5)V9 VALUE ZEROS.
       77  Puntuacion PIC S9(5)V9 VALUE ZEROS.
       77  VariacionAbsoluta PIC 9(3)V9 VALUE ZEROS.
       77  MarcaRevision PIC X(7) VALUE SPACES.
       77  RangoEditado PIC ZZ9.
       77  OrdenesEditadas PIC ZZZZ9.
       77  PorcentajeEditado PIC ZZ9,9.
       77  ServicioEditado PIC ZZ9,9.
       77  VariacionEditada PIC -ZZ9,9.
       77  ExcepcionesEditadas PIC ZZZ9.
       77  PuntuacionEditada PIC ZZ9,9.
       01  EntradaTemporal PIC X(88).
       01  TablaProveedores.
           05 PV-Entrada OCCURS 50 TIMES.
               10 PV-Vendedor PIC X(20).
               10 PV-Ordenes PIC 9(5).
               10 PV-Pedido PIC 9(9).
               10 PV-Recibido PIC 9(9).
               10 PV-Recepciones PIC 9(5).
               10 PV-ATiempo PIC 9(5).
               10 PV-Excepciones PIC 9(5).
               10 PV-ImporteAcordado PIC S9(11)V99 COMP-3.
               10 PV-ImporteFacturado PIC S9(11)V99 COMP-3.
               10 PV-Puntualidad PIC 9(3)V9.
               10 PV-Servicio PIC 9(3)V9.
               10 PV-Variacion PIC S9(3)V9.
               10 PV-Puntuacion PIC 9(3)V9.

       PROCEDURE DIVISION.
      *( evaluacion trimestral de proveedores: de las ordenes de
      *  compra cuya fecha prometida (o la de la orden si no tiene)
      *  cae en el trimestre sale el nivel de servicio, cantidad
      *  recibida frente a pedida; del historico de compras, la
      *  puntualidad de las recepciones frente a la fecha
      *  prometida, la desviacion de precio facturado frente al
      *  acordado y las recepciones rechazadas. La puntuacion pesa
      *  40 la puntualidad, 40 el servicio y 20 el precio (cada
      *  punto de desviacion resta 10) y quita 2 por rechazo; los
      *  que quedan bajo el umbral (evaluacion_param.dat, 70 por
      *  defecto) se marcan para revision. Sin parametros se evalua
      *  el ultimo trimestre cerrado. Devuelve 4 si hay alguno
      *  marcado )
       Inicio.
           DISPLAY "EvaluaProveedores: evaluacion trimestral de "
               "proveedores.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CalculaTrimestreAnterior.
           PERFORM CargaParametros.
           COMPUTE FechaDesde = Anio * 10000
               + ((Trimestre - 1) * 3 + 1) * 100 + 1.
           COMPUTE FechaHasta = Anio * 10000 + Trimestre * 300 + 31.
           OPEN INPUT ArchivoCompras.
           IF NoHayCompras
               DISPLAY "EvaluaProveedores: no se encontro "
                   "ordenes_compra.dat."
               CLOSE ArchivoCompras
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeCompra.
           PERFORM AcumulaOrden UNTIL NoHayMasCompras.
           CLOSE ArchivoCompras.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinHistorico
           ELSE
               PERFORM LeeHistorico.
           PERFORM AcumulaHistorico UNTIL NoHayMasHistorico.
           CLOSE ArchivoHistorico.
           PERFORM PuntuaProveedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden > TotalVendedores.
           OPEN OUTPUT ReporteEvaluacion.
           PERFORM EscribeTitulo.
           PERFORM EscribeProveedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores.
           PERFORM EscribeResumen.
           CLOSE ReporteEvaluacion.
           IF TotalRevisar NOT = ZEROS OR TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CalculaTrimestreAnterior.
           COMPUTE Anio = FechaHoy / 10000.
           COMPUTE MesHoy = (FechaHoy - Anio * 10000) / 100.
           COMPUTE Trimestre = (MesHoy - 1) / 3.
           IF Trimestre = ZEROS
               MOVE 4 TO Trimestre
               SUBTRACT 1 FROM Anio.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF EP-Anio NOT = ZEROS
                           AND EP-Trimestre >= 1
                           AND EP-Trimestre <= 4
                           MOVE EP-Anio TO Anio
                           MOVE EP-Trimestre TO Trimestre
                       END-IF
                       IF EP-Umbral NOT = ZEROS
                           MOVE EP-Umbral TO Umbral
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeCompra.
           READ ArchivoCompras NEXT
               AT END MOVE "S" TO FinCompras.

      *( lo recibido de mas no compensa lo que falta en otra orden )
       AcumulaOrden.
           IF OC-FechaPrometida NOT = ZEROS
               MOVE OC-FechaPrometida TO FechaReferencia
           ELSE
               MOVE OC-Fecha TO FechaReferencia.
           IF FechaReferencia >= FechaDesde
               AND FechaReferencia <= FechaHasta
               MOVE OC-Vendedor TO VendedorBuscado
               PERFORM BuscaProveedor
               IF VendedorHallado
                   ADD 1 TO TotalOrdenes
                   ADD 1 TO PV-Ordenes(IdxHallado)
                   ADD OC-Cantidad TO PV-Pedido(IdxHallado)
                   IF OC-CantidadRecibida > OC-Cantidad
                       MOVE OC-Cantidad TO CantidadServida
                   ELSE
                       MOVE OC-CantidadRecibida TO CantidadServida
                   END-IF
                   ADD CantidadServida TO PV-Recibido(IdxHallado)
               END-IF
           END-IF.
           PERFORM LeeCompra.

       LeeHistorico.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinHistorico.

      *( solo miden puntualidad las recepciones de ordenes con
      *  fecha prometida )
       AcumulaHistorico.
           IF HC-Fecha >= FechaDesde AND HC-Fecha <= FechaHasta
               MOVE HC-Vendedor TO VendedorBuscado
               PERFORM BuscaProveedor
               IF VendedorHallado
                   ADD 1 TO TotalMovimientos
                   EVALUATE TRUE
                       WHEN HC-RECEPCION
                           IF HC-FechaPrometida NOT = ZEROS
                               ADD 1 TO PV-Recepciones(IdxHallado)
                               IF HC-Fecha <= HC-FechaPrometida
                                   ADD 1 TO PV-ATiempo(IdxHallado)
                               END-IF
                           END-IF
                       WHEN HC-EXCEPCION
                           ADD 1 TO PV-Excepciones(IdxHallado)
                       WHEN HC-FACTURA
                           IF HC-PrecioAcordado NOT = ZEROS
                               COMPUTE PV-ImporteAcordado(IdxHallado)
                                   = PV-ImporteAcordado(IdxHallado)
                                   + HC-Cantidad * HC-PrecioAcordado
                               COMPUTE PV-ImporteFacturado(IdxHallado)
                                   = PV-ImporteFacturado(IdxHallado)
                                   + HC-Cantidad * HC-Precio
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM LeeHistorico.

      *( sin vendedor no se evalua; uno nuevo ocupa la siguiente
      *  posicion libre de la tabla )
       BuscaProveedor.
           MOVE "N" TO VendedorHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           IF VendedorBuscado NOT = SPACES
               PERFORM CompruebaProveedor
                   VARYING IdxVendedor FROM 1 BY 1
                   UNTIL IdxVendedor > TotalVendedores
                       OR VendedorHallado
               IF NOT VendedorHallado
                   PERFORM AnadeProveedor
               END-IF
           END-IF.

       CompruebaProveedor.
           IF PV-Vendedor(IdxVendedor) = VendedorBuscado
               MOVE "S" TO VendedorHalladoFlag
               MOVE IdxVendedor TO IdxHallado.

       AnadeProveedor.
           IF TotalVendedores < 50
               ADD 1 TO TotalVendedores
               INITIALIZE PV-Entrada(TotalVendedores)
               MOVE VendedorBuscado TO PV-Vendedor(TotalVendedores)
               MOVE "S" TO VendedorHalladoFlag
               MOVE TotalVendedores TO IdxHallado
           ELSE
               ADD 1 TO TotalOmitidos
               DISPLAY "EvaluaProveedores: tabla de proveedores "
                   "llena, se omite " VendedorBuscado.

      *( la medida que no tiene datos en el trimestre cuenta entera
      *  y no penaliza al proveedor )
       PuntuaProveedor.
           IF PV-Recepciones(IdxVendedor) = ZEROS
               MOVE 100 TO PV-Puntualidad(IdxVendedor)
           ELSE
               COMPUTE PV-Puntualidad(IdxVendedor) ROUNDED =
                   PV-ATiempo(IdxVendedor) * 100
                   / PV-Recepciones(IdxVendedor).
           IF PV-Pedido(IdxVendedor) = ZEROS
               MOVE 100 TO PV-Servicio(IdxVendedor)
           ELSE
               COMPUTE PV-Servicio(IdxVendedor) ROUNDED =
                   PV-Recibido(IdxVendedor) * 100
                   / PV-Pedido(IdxVendedor).
           IF PV-ImporteAcordado(IdxVendedor) = ZEROS
               MOVE ZEROS TO PV-Variacion(IdxVendedor)
           ELSE
               COMPUTE PV-Variacion(IdxVendedor) ROUNDED =
                   (PV-ImporteFacturado(IdxVendedor)
                   - PV-ImporteAcordado(IdxVendedor)) * 100
                   / PV-ImporteAcordado(IdxVendedor)
                   ON SIZE ERROR
                       MOVE 999 TO PV-Variacion(IdxVendedor)
               END-COMPUTE.
           IF PV-Variacion(IdxVendedor) < ZEROS
               COMPUTE VariacionAbsoluta =
                   ZEROS - PV-Variacion(IdxVendedor)
           ELSE
               MOVE PV-Variacion(IdxVendedor) TO VariacionAbsoluta.
           COMPUTE NotaPrecio = 100 - VariacionAbsoluta * 10.
           IF NotaPrecio < ZEROS
               MOVE ZEROS TO NotaPrecio.
           COMPUTE Puntuacion ROUNDED =
               PV-Puntualidad(IdxVendedor) * 0,4
               + PV-Servicio(IdxVendedor) * 0,4
               + NotaPrecio * 0,2
               - PV-Excepciones(IdxVendedor) * 2.
           IF Puntuacion < ZEROS
               MOVE ZEROS TO Puntuacion.
           MOVE Puntuacion TO PV-Puntuacion(IdxVendedor).

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMayor.
           PERFORM BuscaMayor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalVendedores.
           IF IdxMayor NOT = IdxOrden
               MOVE PV-Entrada(IdxOrden) TO EntradaTemporal
               MOVE PV-Entrada(IdxMayor) TO PV-Entrada(IdxOrden)
               MOVE EntradaTemporal TO PV-Entrada(IdxMayor).

       BuscaMayor.
           IF PV-Puntuacion(IdxBusca) > PV-Puntuacion(IdxMayor)
               MOVE IdxBusca TO IdxMayor.

       EscribeProveedor.
           IF PV-Puntuacion(IdxVendedor) < Umbral
               MOVE "REVISAR" TO MarcaRevision
               ADD 1 TO TotalRevisar
           ELSE
               MOVE SPACES TO MarcaRevision.
           MOVE IdxVendedor TO RangoEditado.
           MOVE PV-Ordenes(IdxVendedor) TO OrdenesEditadas.
           MOVE PV-Puntualidad(IdxVendedor) TO PorcentajeEditado.
           MOVE PV-Servicio(IdxVendedor) TO ServicioEditado.
           MOVE PV-Variacion(IdxVendedor) TO VariacionEditada.
           MOVE PV-Excepciones(IdxVendedor) TO ExcepcionesEditadas.
           MOVE PV-Puntuacion(IdxVendedor) TO PuntuacionEditada.
           MOVE SPACES TO LineaEvaluacion.
           STRING RangoEditado " " PV-Vendedor(IdxVendedor) " "
               OrdenesEditadas " " PorcentajeEditado "% "
               ServicioEditado "% " VariacionEditada "% "
               ExcepcionesEditadas "  " PuntuacionEditada "  "
               MarcaRevision
               DELIMITED BY SIZE INTO LineaEvaluacion.
           WRITE LineaEvaluacion.

       EscribeTitulo.
           MOVE SPACES TO LineaEvaluacion.
           STRING "Evaluacion de proveedores, trimestre " Trimestre
               " de " Anio " (" FechaDesde " a " FechaHasta ")"
               DELIMITED BY SIZE INTO LineaEvaluacion.
           WRITE LineaEvaluacion.
           MOVE SPACES TO LineaEvaluacion.
           STRING "Puntualidad 40, servicio 40, precio 20, rechazo -2;"
               " umbral de revision " Umbral
               DELIMITED BY SIZE INTO LineaEvaluacion.
           WRITE LineaEvaluacion.
           MOVE ALL "-" TO LineaEvaluacion.
           WRITE LineaEvaluacion.
           MOVE "Rng Proveedor            Ord. Puntual Servic. Precio"
               TO LineaEvaluacion.
           MOVE "Rech.   Nota" TO LineaEvaluacion(53:12).
           WRITE LineaEvaluacion.

       EscribeResumen.
           MOVE SPACES TO LineaEvaluacion.
           WRITE LineaEvaluacion.
           MOVE SPACES TO LineaEvaluacion.
           STRING "Proveedores evaluados: " TotalVendedores
               "  ordenes: " TotalOrdenes
               "  movimientos: " TotalMovimientos
               DELIMITED BY SIZE INTO LineaEvaluacion.
           WRITE LineaEvaluacion.
           DISPLAY LineaEvaluacion.
           MOVE SPACES TO LineaEvaluacion.
           STRING "Proveedores a revisar: " TotalRevisar
               DELIMITED BY SIZE INTO LineaEvaluacion.
           WRITE LineaEvaluacion.
           DISPLAY LineaEvaluacion.
           IF TotalOmitidos NOT = ZEROS
               MOVE SPACES TO LineaEvaluacion
               STRING "AVISO: " TotalOmitidos
                   " movimientos de proveedores que no caben en la"
                   " tabla"
                   DELIMITED BY SIZE INTO LineaEvaluacion
               WRITE LineaEvaluacion
               DISPLAY LineaEvaluacion.

       END PROGRAM EvaluaProveedores.
