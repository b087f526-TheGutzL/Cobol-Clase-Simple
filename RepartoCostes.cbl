       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepartoCostes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoCostes
               ASSIGN TO "costes_adicionales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCostes.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "compras_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT ArchivoImputados ASSIGN TO "costes_imputados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoImputados.
           SELECT ReporteCostes ASSIGN TO "costes_destino.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCostes.
       01  CA-Cabecera.
           05 CA-Tipo PIC X.
              88 CA-ES-CABECERA VALUE "C".
              88 CA-ES-ORDEN VALUE "O".
           05 CA-Factura PIC X(12).
           05 CA-Proveedor PIC X(20).
           05 CA-Concepto PIC X.
           05 CA-Importe PIC 9(9)V99.
           05 CA-Base PIC X.
       01  CA-Detalle.
           05 FILLER PIC X.
           05 CA-Orden PIC 9(6).
           05 CA-FechaRecepcion PIC 9(8).
       FD  ArchivoHistorico.
       COPY "HISTCOMP.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoImputados.
       COPY "COSTIMP.cpy".
       FD  ReporteCostes.
       01  LineaCostes PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoCostes PIC XX VALUE "00".
           88 NoHayCostes VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoImputados PIC XX VALUE "00".
           88 ImputadosNoExiste VALUE "35".
       77  FinCostes PIC X VALUE "N".
           88 NoHayMasCostes VALUE "S".
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  FinImputados PIC X VALUE "N".
           88 NoHayMasImputados VALUE "S".
       77  DocumentoAbiertoFlag PIC X VALUE "N".
           88 DocumentoAbierto VALUE "S".
       77  FacturaRepetidaFlag PIC X VALUE "N".
           88 FacturaRepetida VALUE "S".
       77  OrdenIncluidaFlag PIC X VALUE "N".
           88 OrdenIncluida VALUE "S".
       77  RecepcionHalladaFlag PIC X VALUE "N".
           88 RecepcionHallada VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  MotivoRechazo PIC X(40) VALUE SPACES.
       77  DocFactura PIC X(12) VALUE SPACES.
       77  DocProveedor PIC X(20) VALUE SPACES.
       77  DocConcepto PIC X VALUE SPACE.
       77  DocImporte PIC 9(9)V99 VALUE ZEROS.
       77  DocBase PIC X VALUE SPACE.
       77  TotalOrdenesDoc PIC 99 VALUE ZEROS.
       77  TotalRecepcionesDoc PIC 9(3) VALUE ZEROS.
       77  TotalFacturas PIC 9(4) VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalTocadas PIC 9(3) VALUE ZEROS.
       77  TotalLineas PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  IdxOrden PIC 99 COMP VALUE ZEROS.
       77  IdxRecepcion PIC 9(3) COMP VALUE ZEROS.
       77  IdxTocada PIC 9(3) COMP VALUE ZEROS.
       77  IdxTocadaHallada PIC 9(3) COMP VALUE ZEROS.
       77  IdxFactura PIC 9(4) COMP VALUE ZEROS.
       77  IdxLinea PIC 9(4) COMP VALUE ZEROS.
       77  BaseTotal PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  BaseRecepcion PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  ImporteRepartido PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteParte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteAbsorbido PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalNoAbsorbido PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalImputado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  CantidadAbsorbida PIC 9(7) VALUE ZEROS.
       77  CosteMedioAnterior PIC 9(5)V9(4) VALUE ZEROS.
       77  CosteMedioNuevo PIC 9(5)V9(4) VALUE ZEROS.
       77  CosteDestino PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  CosteUnitario PIC 9(7)V9(4) VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  CosteEditado PIC Z(6)9,9999.
       77  CantidadEditada PIC Z(6)9.
       01  TablaFacturas.
           05 FAC-Entrada OCCURS 2000 TIMES.
               10 FAC-Factura PIC X(12).
               10 FAC-Proveedor PIC X(20).
       77  TotalFacturasAnteriores PIC 9(4) VALUE ZEROS.
       77  FacturasSinHueco PIC 9(6) VALUE ZEROS.
       01  TablaOrdenesDoc.
           05 DOC-Entrada OCCURS 50 TIMES.
               10 DOC-Orden PIC 9(6).
               10 DOC-FechaRecepcion PIC 9(8).
       01  TablaRecepciones.
           05 REP-Entrada OCCURS 200 TIMES.
               10 REP-Orden PIC 9(6).
               10 REP-Fecha PIC 9(8).
               10 REP-Sku PIC X(10).
               10 REP-Cantidad PIC 9(7).
               10 REP-Valor PIC S9(11)V99 COMP-3.
       01  TablaTocadas.
           05 TOC-Entrada OCCURS 300 TIMES.
               10 TOC-Orden PIC 9(6).
               10 TOC-Fecha PIC 9(8).
               10 TOC-Sku PIC X(10).
               10 TOC-Cantidad PIC 9(7).
               10 TOC-CosteCompra PIC S9(11)V99 COMP-3.
               10 TOC-CosteAdicional PIC S9(11)V99 COMP-3.
               10 TOC-CosteMedio PIC 9(5)V9(4).
       01  TablaLineas.
           05 LIN-Entrada OCCURS 2000 TIMES.
               10 LIN-Tocada PIC 9(3).
               10 LIN-Concepto PIC X.
               10 LIN-Factura PIC X(12).
               10 LIN-Proveedor PIC X(20).
               10 LIN-Importe PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
      *( reparto de costes adicionales de compra (transporte F,
      *  aduana D, manipulacion M) sobre las recepciones: cada
      *  factura de coste de costes_adicionales.dat es una cabecera
      *  C con su importe y la base de reparto (V valor de compra,
      *  C cantidad) seguida de lineas O con las ordenes de compra
      *  a que se imputa; una fecha de recepcion en la linea limita
      *  la imputacion a esa recepcion de la orden. Las recepciones
      *  salen del historico de compras y cada una recibe su parte;
      *  la parte de las unidades que siguen en existencias sube el
      *  coste medio del SKU y la de las ya vendidas queda como
      *  coste no absorbido. El informe da por recepcion el coste
      *  de compra, cada coste adicional imputado y el coste
      *  unitario en destino. Devuelve 4 si se rechaza alguna y 8
      *  si las facturas ya imputadas no caben en la tabla )
       Inicio.
           DISPLAY "RepartoCostes: reparto de costes adicionales "
               "sobre las recepciones.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoCostes.
           IF NoHayCostes
               DISPLAY "RepartoCostes: no se encontro "
                   "costes_adicionales.dat."
               CLOSE ArchivoCostes
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ArchivoStock.
           IF NoHayStock
               DISPLAY "RepartoCostes: no se encontro stock.dat."
               CLOSE ArchivoCostes
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CargaFacturasAnteriores.
           IF FacturasSinHueco NOT = ZEROS
               DISPLAY "RepartoCostes: costes_imputados.dat pasa de "
                   "2000 facturas; sin ellas no se detecta una "
                   "factura ya imputada."
               CLOSE ArchivoCostes
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM AbreImputados.
           OPEN OUTPUT ReporteCostes.
           PERFORM EscribeTitulo.
           PERFORM LeeCoste.
           PERFORM TrataLineaCoste UNTIL NoHayMasCostes.
           IF DocumentoAbierto
               PERFORM ProcesaDocumento.
           CLOSE ArchivoCostes.
           CLOSE ArchivoImputados.
           CLOSE ArchivoStock.
           PERFORM CargaLineasTocadas.
           PERFORM EscribeRecepcion
               VARYING IdxTocada FROM 1 BY 1
               UNTIL IdxTocada > TotalTocadas.
           PERFORM EscribeResumen.
           CLOSE ReporteCostes.
           IF TotalRechazadas NOT = ZEROS OR TotalOmitidas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( facturas de coste ya imputadas en ejecuciones anteriores:
      *  la misma factura del mismo proveedor no se reparte dos
      *  veces )
       CargaFacturasAnteriores.
           OPEN INPUT ArchivoImputados.
           IF ImputadosNoExiste
               MOVE "S" TO FinImputados
           ELSE
               MOVE "N" TO FinImputados
               PERFORM LeeImputado.
           PERFORM CargaUnaFactura UNTIL NoHayMasImputados.
           CLOSE ArchivoImputados.

       LeeImputado.
           READ ArchivoImputados
               AT END MOVE "S" TO FinImputados.

       CargaUnaFactura.
           MOVE CI-Factura TO DocFactura.
           MOVE CI-Proveedor TO DocProveedor.
           PERFORM BuscaFactura.
           IF NOT FacturaRepetida
               IF TotalFacturasAnteriores < 2000
                   PERFORM AnadeFacturaTabla
               ELSE
                   ADD 1 TO FacturasSinHueco.
           PERFORM LeeImputado.

      *( cada factura entra en la tabla al cargarla o al repartirla,
      *  de modo que repetida en el mismo costes_adicionales.dat
      *  tambien se rechaza; la carga aborta si no caben las
      *  anteriores y ProcesaDocumento rechaza cuando esta llena )
       AnadeFacturaTabla.
           ADD 1 TO TotalFacturasAnteriores.
           MOVE DocFactura TO FAC-Factura(TotalFacturasAnteriores).
           MOVE DocProveedor TO FAC-Proveedor(TotalFacturasAnteriores).

       BuscaFactura.
           MOVE "N" TO FacturaRepetidaFlag.
           PERFORM CompruebaFactura
               VARYING IdxFactura FROM 1 BY 1
               UNTIL IdxFactura > TotalFacturasAnteriores
                   OR FacturaRepetida.

       CompruebaFactura.
           IF FAC-Factura(IdxFactura) = DocFactura
               AND FAC-Proveedor(IdxFactura) = DocProveedor
               MOVE "S" TO FacturaRepetidaFlag.

       AbreImputados.
           OPEN EXTEND ArchivoImputados.
           IF ImputadosNoExiste
               OPEN OUTPUT ArchivoImputados
               CLOSE ArchivoImputados
               OPEN EXTEND ArchivoImputados
           END-IF.

       LeeCoste.
           READ ArchivoCostes
               AT END MOVE "S" TO FinCostes.

      *( una cabecera cierra la factura anterior y abre la suya;
      *  las lineas de orden se acumulan en la factura abierta )
       TrataLineaCoste.
           EVALUATE TRUE
               WHEN CA-ES-CABECERA
                   IF DocumentoAbierto
                       PERFORM ProcesaDocumento
                   END-IF
                   PERFORM AbreDocumento
               WHEN CA-ES-ORDEN AND DocumentoAbierto
                   IF TotalOrdenesDoc < 50
                       ADD 1 TO TotalOrdenesDoc
                       MOVE CA-Orden TO DOC-Orden(TotalOrdenesDoc)
                       MOVE CA-FechaRecepcion
                           TO DOC-FechaRecepcion(TotalOrdenesDoc)
                   ELSE
                       MOVE "mas de 50 ordenes" TO MotivoRechazo
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO LineaCostes
                   STRING "Linea sin factura de coste ignorada: "
                       CA-Detalle
                       DELIMITED BY SIZE INTO LineaCostes
                   WRITE LineaCostes
                   ADD 1 TO TotalOmitidas
           END-EVALUATE.
           PERFORM LeeCoste.

       AbreDocumento.
           MOVE "S" TO DocumentoAbiertoFlag.
           ADD 1 TO TotalFacturas.
           MOVE CA-Factura TO DocFactura.
           MOVE CA-Proveedor TO DocProveedor.
           MOVE CA-Concepto TO DocConcepto.
           MOVE CA-Importe TO DocImporte.
           MOVE CA-Base TO DocBase.
           IF DocBase = SPACE
               MOVE "V" TO DocBase.
           MOVE ZEROS TO TotalOrdenesDoc.
           MOVE SPACES TO MotivoRechazo.

       ProcesaDocumento.
           MOVE "N" TO DocumentoAbiertoFlag.
           PERFORM BuscaFactura.
           EVALUATE TRUE
               WHEN MotivoRechazo NOT = SPACES
                   CONTINUE
               WHEN FacturaRepetida
                   MOVE "factura ya imputada" TO MotivoRechazo
               WHEN TotalFacturasAnteriores = 2000
                   MOVE "tabla de facturas imputadas llena"
                       TO MotivoRechazo
               WHEN DocConcepto NOT = "F" AND NOT = "D"
                   AND NOT = "M"
                   MOVE "concepto no valido" TO MotivoRechazo
               WHEN DocBase NOT = "V" AND NOT = "C"
                   MOVE "base de reparto no valida" TO MotivoRechazo
               WHEN DocImporte NOT NUMERIC OR DocImporte = ZEROS
                   MOVE "importe no valido" TO MotivoRechazo
               WHEN TotalOrdenesDoc = ZEROS
                   MOVE "sin ordenes de compra" TO MotivoRechazo
               WHEN OTHER
                   PERFORM BuscaRecepciones
                   IF TotalRecepcionesDoc = ZEROS
                       MOVE "ninguna recepcion de esas ordenes"
                           TO MotivoRechazo
                   ELSE
                       IF BaseTotal = ZEROS
                           MOVE "base de reparto nula"
                               TO MotivoRechazo
                       END-IF
                   END-IF
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               PERFORM RepartoDocumento
           ELSE
               PERFORM RechazaDocumento.

      *( las recepciones se toman del historico de compras: las de
      *  las ordenes de la factura, o solo la de la fecha indicada )
       BuscaRecepciones.
           MOVE ZEROS TO TotalRecepcionesDoc.
           MOVE ZEROS TO BaseTotal.
           MOVE "N" TO FinHistorico.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinHistorico
           ELSE
               PERFORM LeeHistorico.
           PERFORM ExaminaHistorico UNTIL NoHayMasHistorico.
           CLOSE ArchivoHistorico.

       LeeHistorico.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinHistorico.

       ExaminaHistorico.
           IF HC-RECEPCION
               MOVE "N" TO OrdenIncluidaFlag
               PERFORM CompruebaOrdenDoc
                   VARYING IdxOrden FROM 1 BY 1
                   UNTIL IdxOrden > TotalOrdenesDoc OR OrdenIncluida
               IF OrdenIncluida
                   PERFORM AnadeRecepcion
               END-IF
           END-IF.
           PERFORM LeeHistorico.

       CompruebaOrdenDoc.
           IF DOC-Orden(IdxOrden) = HC-Orden
               AND (DOC-FechaRecepcion(IdxOrden) = ZEROS
               OR DOC-FechaRecepcion(IdxOrden) = HC-Fecha)
               MOVE "S" TO OrdenIncluidaFlag.

       AnadeRecepcion.
           IF TotalRecepcionesDoc < 200
               ADD 1 TO TotalRecepcionesDoc
               MOVE HC-Orden TO REP-Orden(TotalRecepcionesDoc)
               MOVE HC-Fecha TO REP-Fecha(TotalRecepcionesDoc)
               MOVE HC-Sku TO REP-Sku(TotalRecepcionesDoc)
               MOVE HC-Cantidad TO REP-Cantidad(TotalRecepcionesDoc)
               COMPUTE REP-Valor(TotalRecepcionesDoc) =
                   HC-Cantidad * HC-PrecioAcordado
               IF DocBase = "C"
                   ADD HC-Cantidad TO BaseTotal
               ELSE
                   ADD REP-Valor(TotalRecepcionesDoc) TO BaseTotal
               END-IF
           ELSE
               MOVE "mas de 200 recepciones" TO MotivoRechazo.

      *( la ultima recepcion se lleva el resto del redondeo para
      *  que el total repartido sea el de la factura )
       RepartoDocumento.
           PERFORM AnadeFacturaTabla.
           ADD 1 TO TotalAplicadas.
           ADD DocImporte TO TotalImputado.
           MOVE ZEROS TO ImporteRepartido.
           PERFORM ImputaRecepcion
               VARYING IdxRecepcion FROM 1 BY 1
               UNTIL IdxRecepcion > TotalRecepcionesDoc.
           MOVE DocImporte TO ImporteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "Factura " DocFactura " de " DocProveedor
               " concepto " DocConcepto " " ImporteEditado
               " en " TotalRecepcionesDoc " recepciones"
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.

       ImputaRecepcion.
           IF IdxRecepcion = TotalRecepcionesDoc
               COMPUTE ImporteParte = DocImporte - ImporteRepartido
           ELSE
               IF DocBase = "C"
                   MOVE REP-Cantidad(IdxRecepcion) TO BaseRecepcion
               ELSE
                   MOVE REP-Valor(IdxRecepcion) TO BaseRecepcion
               END-IF
               COMPUTE ImporteParte ROUNDED =
                   DocImporte * BaseRecepcion / BaseTotal
               ADD ImporteParte TO ImporteRepartido.
           PERFORM AjustaCosteMedio.
           PERFORM AnotaImputado.
           PERFORM AnotaTocada.

      *( solo absorben coste las unidades de la recepcion que aun
      *  quedan en existencias; si quedan menos que las recibidas,
      *  la parte de las vendidas no sube el coste medio )
       AjustaCosteMedio.
           MOVE ZEROS TO ImporteAbsorbido.
           MOVE REP-Sku(IdxRecepcion) TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE ZEROS TO CosteMedioAnterior
               NOT INVALID KEY
                   MOVE ST-CosteMedio TO CosteMedioAnterior
                   IF ST-Cantidad > ZEROS
                       IF ST-Cantidad < REP-Cantidad(IdxRecepcion)
                           MOVE ST-Cantidad TO CantidadAbsorbida
                       ELSE
                           MOVE REP-Cantidad(IdxRecepcion)
                               TO CantidadAbsorbida
                       END-IF
                       COMPUTE ImporteAbsorbido ROUNDED =
                           ImporteParte * CantidadAbsorbida
                           / REP-Cantidad(IdxRecepcion)
                       COMPUTE ST-CosteMedio ROUNDED =
                           ST-CosteMedio
                           + ImporteAbsorbido / ST-Cantidad
                           ON SIZE ERROR
                               MOVE CosteMedioAnterior
                                   TO ST-CosteMedio
                               MOVE ZEROS TO ImporteAbsorbido
                       END-COMPUTE
                       REWRITE ST-Registro
                   END-IF
           END-READ.
           COMPUTE TotalNoAbsorbido =
               TotalNoAbsorbido + ImporteParte - ImporteAbsorbido.

       AnotaImputado.
           MOVE DocFactura TO CI-Factura.
           MOVE DocProveedor TO CI-Proveedor.
           MOVE DocConcepto TO CI-Concepto.
           MOVE REP-Orden(IdxRecepcion) TO CI-Orden.
           MOVE REP-Fecha(IdxRecepcion) TO CI-FechaRecepcion.
           MOVE REP-Sku(IdxRecepcion) TO CI-Sku.
           MOVE REP-Cantidad(IdxRecepcion) TO CI-Cantidad.
           MOVE REP-Valor(IdxRecepcion) TO CI-CosteCompra.
           MOVE ImporteParte TO CI-Importe.
           MOVE ImporteAbsorbido TO CI-ImporteAbsorbido.
           MOVE CosteMedioAnterior TO CI-CosteMedioAnterior.
           IF ImporteAbsorbido = ZEROS
               MOVE CosteMedioAnterior TO CosteMedioNuevo
           ELSE
               MOVE ST-CosteMedio TO CosteMedioNuevo.
           MOVE CosteMedioNuevo TO CI-CosteMedioNuevo.
           MOVE FechaHoy TO CI-FechaImputacion.
           WRITE CI-Registro.

       AnotaTocada.
           MOVE "N" TO RecepcionHalladaFlag.
           MOVE ZEROS TO IdxTocadaHallada.
           PERFORM CompruebaTocada
               VARYING IdxTocada FROM 1 BY 1
               UNTIL IdxTocada > TotalTocadas OR RecepcionHallada.
           IF NOT RecepcionHallada AND TotalTocadas < 300
               ADD 1 TO TotalTocadas
               MOVE TotalTocadas TO IdxTocadaHallada
               MOVE REP-Orden(IdxRecepcion) TO TOC-Orden(TotalTocadas)
               MOVE REP-Fecha(IdxRecepcion) TO TOC-Fecha(TotalTocadas)
               MOVE REP-Sku(IdxRecepcion) TO TOC-Sku(TotalTocadas)
               MOVE REP-Cantidad(IdxRecepcion)
                   TO TOC-Cantidad(TotalTocadas)
               MOVE REP-Valor(IdxRecepcion)
                   TO TOC-CosteCompra(TotalTocadas)
               MOVE ZEROS TO TOC-CosteAdicional(TotalTocadas)
               MOVE "S" TO RecepcionHalladaFlag.
           IF RecepcionHallada
               MOVE CosteMedioNuevo
                   TO TOC-CosteMedio(IdxTocadaHallada).

       CompruebaTocada.
           IF TOC-Orden(IdxTocada) = REP-Orden(IdxRecepcion)
               AND TOC-Fecha(IdxTocada) = REP-Fecha(IdxRecepcion)
               AND TOC-Sku(IdxTocada) = REP-Sku(IdxRecepcion)
               MOVE "S" TO RecepcionHalladaFlag
               MOVE IdxTocada TO IdxTocadaHallada.

       RechazaDocumento.
           ADD 1 TO TotalRechazadas.
           MOVE SPACES TO LineaCostes.
           STRING "Rechazada factura " DocFactura " de "
               DocProveedor ": " MotivoRechazo
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           DISPLAY LineaCostes.

      *( todos los costes imputados a las recepciones tocadas hoy,
      *  tambien los de facturas de ejecuciones anteriores )
       CargaLineasTocadas.
           MOVE "N" TO FinImputados.
           OPEN INPUT ArchivoImputados.
           IF ImputadosNoExiste
               MOVE "S" TO FinImputados
           ELSE
               PERFORM LeeImputado.
           PERFORM CargaUnaLinea UNTIL NoHayMasImputados.
           CLOSE ArchivoImputados.

       CargaUnaLinea.
           MOVE "N" TO RecepcionHalladaFlag.
           PERFORM CompruebaLineaTocada
               VARYING IdxTocada FROM 1 BY 1
               UNTIL IdxTocada > TotalTocadas OR RecepcionHallada.
           IF RecepcionHallada AND TotalLineas < 2000
               ADD 1 TO TotalLineas
               MOVE IdxTocadaHallada TO LIN-Tocada(TotalLineas)
               MOVE CI-Concepto TO LIN-Concepto(TotalLineas)
               MOVE CI-Factura TO LIN-Factura(TotalLineas)
               MOVE CI-Proveedor TO LIN-Proveedor(TotalLineas)
               MOVE CI-Importe TO LIN-Importe(TotalLineas)
               ADD CI-Importe TO TOC-CosteAdicional(IdxTocadaHallada).
           PERFORM LeeImputado.

       CompruebaLineaTocada.
           IF TOC-Orden(IdxTocada) = CI-Orden
               AND TOC-Fecha(IdxTocada) = CI-FechaRecepcion
               AND TOC-Sku(IdxTocada) = CI-Sku
               MOVE "S" TO RecepcionHalladaFlag
               MOVE IdxTocada TO IdxTocadaHallada.

       EscribeRecepcion.
           MOVE SPACES TO LineaCostes.
           WRITE LineaCostes.
           MOVE TOC-Cantidad(IdxTocada) TO CantidadEditada.
           MOVE TOC-CosteCompra(IdxTocada) TO ImporteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "Orden " TOC-Orden(IdxTocada) " recibida "
               TOC-Fecha(IdxTocada) " " TOC-Sku(IdxTocada)
               " cantidad " CantidadEditada
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           MOVE SPACES TO LineaCostes.
           STRING "  Coste de compra                          "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           PERFORM EscribeLineaCoste
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > TotalLineas.
           COMPUTE CosteDestino = TOC-CosteCompra(IdxTocada)
               + TOC-CosteAdicional(IdxTocada).
           MOVE CosteDestino TO ImporteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "  Coste en destino                         "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           IF TOC-Cantidad(IdxTocada) NOT = ZEROS
               COMPUTE CosteUnitario ROUNDED =
                   CosteDestino / TOC-Cantidad(IdxTocada)
           ELSE
               MOVE ZEROS TO CosteUnitario.
           MOVE CosteUnitario TO CosteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "  Coste unitario en destino " CosteEditado
               DELIMITED BY SIZE INTO LineaCostes.
           MOVE TOC-CosteMedio(IdxTocada) TO CosteEditado.
           STRING "   coste medio del SKU " CosteEditado
               DELIMITED BY SIZE INTO LineaCostes(41:50).
           WRITE LineaCostes.

       EscribeLineaCoste.
           IF LIN-Tocada(IdxLinea) = IdxTocada
               MOVE LIN-Importe(IdxLinea) TO ImporteEditado
               MOVE SPACES TO LineaCostes
               STRING "  + " LIN-Concepto(IdxLinea) " factura "
                   LIN-Factura(IdxLinea) " "
                   LIN-Proveedor(IdxLinea) ImporteEditado
                   DELIMITED BY SIZE INTO LineaCostes
               WRITE LineaCostes.

       EscribeTitulo.
           MOVE SPACES TO LineaCostes.
           STRING "Reparto de costes adicionales de compra del "
               FechaHoy
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           MOVE "Conceptos: F transporte, D aduana, M manipulacion"
               TO LineaCostes.
           WRITE LineaCostes.
           MOVE ALL "-" TO LineaCostes.
           WRITE LineaCostes.

       EscribeResumen.
           MOVE SPACES TO LineaCostes.
           WRITE LineaCostes.
           MOVE SPACES TO LineaCostes.
           STRING "Facturas de coste: " TotalFacturas
               "  repartidas: " TotalAplicadas
               "  rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           DISPLAY LineaCostes.
           MOVE TotalImputado TO ImporteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "Importe repartido:     " ImporteEditado
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           DISPLAY LineaCostes.
           MOVE TotalNoAbsorbido TO ImporteEditado.
           MOVE SPACES TO LineaCostes.
           STRING "No absorbido por las existencias (unidades ya "
               "vendidas): " ImporteEditado
               DELIMITED BY SIZE INTO LineaCostes.
           WRITE LineaCostes.
           DISPLAY LineaCostes.

       END PROGRAM RepartoCostes.
