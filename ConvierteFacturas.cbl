       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteFacturas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-Factura
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "facturas_cab_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Factura PIC 9(8).
           05 ANT-Pedido PIC 9(6).
           05 ANT-ClienteId PIC 9(6).
           05 ANT-Cliente PIC X(30).
           05 ANT-Fecha PIC 9(8).
           05 ANT-Base PIC 9(9)V99.
           05 ANT-Iva PIC 9(9)V99.
           05 ANT-Total PIC 9(9)V99.
       FD  MaestroNuevo.
       COPY "FACCAB.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.
       77  IdxTramo PIC 9 VALUE ZEROS.

      *( conversion unica de la cabecera de facturas al formato
      *  con desglose por tramos de IVA y vendedor. Las facturas
      *  convertidas quedan sin desglose, y LibroIvaRepercutido y
      *  ExportaFacturae las declaran enteras al tipo general
      *  como a toda factura anterior al desglose; sin vendedor,
      *  LiquidaComisiones no las liquida )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteFacturas: conversion unica de la "
               "cabecera de facturas al formato ampliado.".
           DISPLAY "Lee facturas_cab.dat (formato antiguo) y escribe "
               "facturas_cab_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "facturas_cab.dat por facturas_cab_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteFacturas: no se encontro "
                   "facturas_cab.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteFacturas: facturas_cab.dat no tiene "
                   "el formato antiguo (estado " EstadoAntiguo
                   "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteFacturas: no se pudo crear "
                       "facturas_cab_nuevo.dat, estado " EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteFacturas: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-Factura TO RF-Factura.
           MOVE ANT-Pedido TO RF-Pedido.
           MOVE ANT-ClienteId TO RF-ClienteId.
           MOVE ANT-Cliente TO RF-Cliente.
           MOVE ANT-Fecha TO RF-Fecha.
           MOVE ANT-Base TO RF-Base.
           MOVE ANT-Iva TO RF-Iva.
           MOVE ANT-Total TO RF-Total.
           PERFORM LimpiaTramo
               VARYING IdxTramo FROM 1 BY 1
               UNTIL IdxTramo > 3.
           MOVE ZEROS TO RF-VendedorId.
           WRITE RF-Registro
               INVALID KEY
                   DISPLAY "ConvierteFacturas: clave duplicada o "
                       "fuera de orden: " RF-Factura
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       LimpiaTramo.
           MOVE SPACE TO RF-CategoriaIva(IdxTramo).
           MOVE ZEROS TO RF-PorcIva(IdxTramo).
           MOVE ZEROS TO RF-BaseTramo(IdxTramo).
           MOVE ZEROS TO RF-CuotaTramo(IdxTramo).

       END PROGRAM ConvierteFacturas.
