       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencimientoContratos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoContratos
               ASSIGN TO "precios_contrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-Clave
               FILE STATUS IS EstadoContratos.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT ReporteVencimientos
               ASSIGN TO "contratos_vencimiento.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ReporteVencimientos.
       01  LineaVencimiento PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoContratos PIC XX VALUE "00".
           88 NoHayContratos VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
       77  FinContratos PIC X VALUE "N".
           88 NoHayMasContratos VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  DiasAviso PIC 999 VALUE 30.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  DiasRestantes PIC S9(7) VALUE ZEROS.
       77  TotalAvisos PIC 9(4) VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxAviso PIC 9(4) COMP VALUE ZEROS.
       77  DiasEditado PIC -(5)9.
       77  FechaEditada PIC 9999/99/99.
       77  PrecioEditado PIC Z9,99.
       77  ContadorEditado PIC ZZZ9.
       77  SkuEditado PIC X(10) VALUE SPACES.
       01  EntradaTemporal.
           05 TMP-Orden.
               10 TMP-FechaHasta PIC 9(8).
               10 TMP-ClienteId PIC 9(6).
               10 TMP-Sku PIC X(10).
           05 TMP-FechaDesde PIC 9(8).
           05 TMP-Precio PIC 99V99.
           05 TMP-PorcDescuento PIC 99V99.
           05 TMP-Referencia PIC X(12).
           05 TMP-Dias PIC S9(7).
           05 TMP-Nombre PIC X(30).
       01  TablaAvisos.
           05 AVI-Entrada OCCURS 2000 TIMES.
               10 AVI-Orden.
                   15 AVI-FechaHasta PIC 9(8).
                   15 AVI-ClienteId PIC 9(6).
                   15 AVI-Sku PIC X(10).
               10 AVI-FechaDesde PIC 9(8).
               10 AVI-Precio PIC 99V99.
               10 AVI-PorcDescuento PIC 99V99.
               10 AVI-Referencia PIC X(12).
               10 AVI-Dias PIC S9(7).
               10 AVI-Nombre PIC X(30).

       PROCEDURE DIVISION.
      *( contratos de precio que vencen en los proximos 30 dias,
      *  ordenados por fecha de fin, para que el comercial negocie
      *  la renovacion antes de que la facturacion vuelva a la
      *  tarifa; los contratos sin fecha de fin no vencen )
       Inicio.
           DISPLAY "VencimientoContratos: contratos de precio "
               "proximos a vencer.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoClientes.
           OPEN INPUT ArchivoContratos.
           IF NoHayContratos
               MOVE "S" TO FinContratos.
           PERFORM LeeContrato.
           PERFORM ExaminaContrato UNTIL NoHayMasContratos.
           CLOSE ArchivoContratos.
           PERFORM OrdenaAvisos.
           OPEN OUTPUT ReporteVencimientos.
           PERFORM EscribeTitulo.
           PERFORM EscribeAviso
               VARYING IdxAviso FROM 1 BY 1
               UNTIL IdxAviso > TotalAvisos.
           PERFORM EscribeResumen.
           CLOSE ReporteVencimientos.
           CLOSE ArchivoClientes.
           IF TotalOmitidos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeContrato.
           IF NOT NoHayMasContratos
               READ ArchivoContratos NEXT
                   AT END MOVE "S" TO FinContratos
               END-READ.

       ExaminaContrato.
           IF CT-FechaHasta NOT = ZEROS
               AND CT-FechaHasta NOT < FechaHoy
               COMPUTE DiasRestantes =
                   FUNCTION INTEGER-OF-DATE(CT-FechaHasta) -
                   FUNCTION INTEGER-OF-DATE(FechaHoy)
               IF DiasRestantes NOT > DiasAviso
                   PERFORM CargaAviso
               END-IF.
           PERFORM LeeContrato.

       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE CT-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteHalladoFlag
           END-READ.

       CargaAviso.
           IF TotalAvisos = 2000
               ADD 1 TO TotalOmitidos
           ELSE
               ADD 1 TO TotalAvisos
               MOVE CT-FechaHasta TO AVI-FechaHasta(TotalAvisos)
               MOVE CT-ClienteId TO AVI-ClienteId(TotalAvisos)
               MOVE CT-Sku TO AVI-Sku(TotalAvisos)
               MOVE CT-FechaDesde TO AVI-FechaDesde(TotalAvisos)
               MOVE CT-Precio TO AVI-Precio(TotalAvisos)
               MOVE CT-PorcDescuento
                   TO AVI-PorcDescuento(TotalAvisos)
               MOVE CT-Referencia TO AVI-Referencia(TotalAvisos)
               MOVE DiasRestantes TO AVI-Dias(TotalAvisos)
               PERFORM BuscaCliente
               IF ClienteHallado
                   MOVE CLI-Nombre TO AVI-Nombre(TotalAvisos)
               ELSE
                   MOVE "*** CLIENTE DESCONOCIDO ***"
                       TO AVI-Nombre(TotalAvisos).

       OrdenaAvisos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalAvisos.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalAvisos.
           IF IdxMenor NOT = IdxOrden
               MOVE AVI-Entrada(IdxOrden) TO EntradaTemporal
               MOVE AVI-Entrada(IdxMenor) TO AVI-Entrada(IdxOrden)
               MOVE EntradaTemporal TO AVI-Entrada(IdxMenor).

       BuscaMenor.
           IF AVI-Orden(IdxBusca) < AVI-Orden(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       EscribeAviso.
           MOVE AVI-FechaHasta(IdxAviso) TO FechaEditada.
           MOVE AVI-Dias(IdxAviso) TO DiasEditado.
           MOVE AVI-Sku(IdxAviso) TO SkuEditado.
           IF SkuEditado = SPACES
               MOVE "*CATALOGO*" TO SkuEditado.
           MOVE SPACES TO LineaVencimiento.
           STRING AVI-ClienteId(IdxAviso) " "
               AVI-Nombre(IdxAviso)(1:25) " " SkuEditado
               " " FechaEditada " vence en " DiasEditado " dias"
               DELIMITED BY SIZE INTO LineaVencimiento.
           WRITE LineaVencimiento.
           MOVE AVI-FechaDesde(IdxAviso) TO FechaEditada.
           MOVE SPACES TO LineaVencimiento.
           IF AVI-Precio(IdxAviso) NOT = ZEROS
               MOVE AVI-Precio(IdxAviso) TO PrecioEditado
               STRING "       contrato " AVI-Referencia(IdxAviso)
                   " desde " FechaEditada " precio neto "
                   PrecioEditado
                   DELIMITED BY SIZE INTO LineaVencimiento
           ELSE
               MOVE AVI-PorcDescuento(IdxAviso) TO PrecioEditado
               STRING "       contrato " AVI-Referencia(IdxAviso)
                   " desde " FechaEditada " descuento "
                   PrecioEditado " %"
                   DELIMITED BY SIZE INTO LineaVencimiento.
           WRITE LineaVencimiento.

       EscribeTitulo.
           MOVE FechaHoy TO FechaEditada.
           MOVE SPACES TO LineaVencimiento.
           STRING "Contratos de precio que vencen en "
               DiasAviso " dias a " FechaEditada
               DELIMITED BY SIZE INTO LineaVencimiento.
           WRITE LineaVencimiento.
           MOVE ALL "=" TO LineaVencimiento.
           WRITE LineaVencimiento.

       EscribeResumen.
           MOVE SPACES TO LineaVencimiento.
           WRITE LineaVencimiento.
           MOVE TotalAvisos TO ContadorEditado.
           MOVE SPACES TO LineaVencimiento.
           STRING "Contratos por vencer: " ContadorEditado
               DELIMITED BY SIZE INTO LineaVencimiento.
           WRITE LineaVencimiento.
           DISPLAY LineaVencimiento.
           IF TotalOmitidos NOT = ZEROS
               MOVE TotalOmitidos TO ContadorEditado
               MOVE SPACES TO LineaVencimiento
               STRING "AVISO: " ContadorEditado
                   " contratos no caben en el informe"
                   DELIMITED BY SIZE INTO LineaVencimiento
               WRITE LineaVencimiento
               DISPLAY LineaVencimiento.
       END PROGRAM VencimientoContratos.
