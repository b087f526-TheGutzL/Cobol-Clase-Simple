       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteOrdenesCompra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-Numero
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "ordenes_compra_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Numero PIC 9(6).
           05 ANT-Vendedor PIC X(20).
           05 ANT-Sku PIC X(10).
           05 ANT-Cantidad PIC 9(7).
           05 ANT-CantidadRecibida PIC 9(7).
           05 ANT-PrecioAcordado PIC 99V99.
           05 ANT-Fecha PIC 9(8).
           05 ANT-Estado PIC X.
       FD  MaestroNuevo.
       COPY "OCOMPRA.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.

      *( conversion unica de las ordenes de compra al formato con
      *  fecha prometida y cantidad facturada. Las ordenes
      *  convertidas no traen fecha prometida, y EvaluaProveedores
      *  las mide contra la fecha de la orden. Las ya cerradas se
      *  liquidaron antes de la casacion de facturas y se dan por
      *  facturadas en lo recibido, para que CasaFacturasProveedor
      *  no las vuelva a casar; las abiertas empiezan sin facturar )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteOrdenesCompra: conversion unica de las "
               "ordenes de compra al formato ampliado.".
           DISPLAY "Lee ordenes_compra.dat (formato antiguo) y "
               "escribe ordenes_compra_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "ordenes_compra.dat por ordenes_compra_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteOrdenesCompra: no se encontro "
                   "ordenes_compra.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteOrdenesCompra: ordenes_compra.dat "
                   "no tiene el formato antiguo (estado "
                   EstadoAntiguo "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteOrdenesCompra: no se pudo crear "
                       "ordenes_compra_nuevo.dat, estado "
                       EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteOrdenesCompra: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-Numero TO OC-Numero.
           MOVE ANT-Vendedor TO OC-Vendedor.
           MOVE ANT-Sku TO OC-Sku.
           MOVE ANT-Cantidad TO OC-Cantidad.
           MOVE ANT-CantidadRecibida TO OC-CantidadRecibida.
           MOVE ANT-PrecioAcordado TO OC-PrecioAcordado.
           MOVE ANT-Fecha TO OC-Fecha.
           MOVE ANT-Estado TO OC-Estado.
           MOVE ZEROS TO OC-FechaPrometida.
           IF OC-CERRADA
               MOVE OC-CantidadRecibida TO OC-CantidadFacturada
           ELSE
               MOVE ZEROS TO OC-CantidadFacturada.
           WRITE OC-Registro
               INVALID KEY
                   DISPLAY "ConvierteOrdenesCompra: clave duplicada "
                       "o fuera de orden: " OC-Numero
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       END PROGRAM ConvierteOrdenesCompra.
