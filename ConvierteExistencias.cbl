       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteExistencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-Sku
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "stock_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Sku PIC X(10).
           05 ANT-Cantidad PIC S9(7).
           05 ANT-Minimo PIC 9(7).
           05 ANT-Maximo PIC 9(7).
           05 ANT-CosteMedio PIC 9(5)V9(4).
       FD  MaestroNuevo.
       COPY "STOCKREG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.

      *( conversion unica del maestro de existencias al formato
      *  con categoria de IVA, clase ABC y fecha del ultimo
      *  recuento. Los articulos convertidos quedan en blanco,
      *  que vale tipo general y clase C, y sin recuento hasta
      *  que los fijen ClasificaAbc y ReconciliaInventario )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteExistencias: conversion unica del "
               "maestro de existencias al formato ampliado.".
           DISPLAY "Lee stock.dat (formato antiguo) y escribe "
               "stock_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "stock.dat por stock_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteExistencias: no se encontro "
                   "stock.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteExistencias: stock.dat no tiene "
                   "el formato antiguo (estado " EstadoAntiguo
                   "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteExistencias: no se pudo crear "
                       "stock_nuevo.dat, estado " EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteExistencias: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-Sku TO ST-Sku.
           MOVE ANT-Cantidad TO ST-Cantidad.
           MOVE ANT-Minimo TO ST-Minimo.
           MOVE ANT-Maximo TO ST-Maximo.
           MOVE ANT-CosteMedio TO ST-CosteMedio.
           MOVE SPACE TO ST-CategoriaIva.
           MOVE SPACE TO ST-ClaseAbc.
           MOVE ZEROS TO ST-FechaRecuento.
           WRITE ST-Registro
               INVALID KEY
                   DISPLAY "ConvierteExistencias: clave duplicada o "
                       "fuera de orden: " ST-Sku
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       END PROGRAM ConvierteExistencias.
