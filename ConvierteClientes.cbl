       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteClientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ClienteId
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "clientes_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-ClienteId PIC 9(6).
           05 ANT-Nombre PIC X(30).
           05 ANT-Calle PIC X(30).
           05 ANT-Ciudad PIC X(20).
           05 ANT-CodigoPostal PIC X(5).
           05 ANT-LimiteCredito PIC 9(9)V99.
           05 ANT-RiesgoVivo PIC 9(9)V99.
           05 ANT-Estado PIC X.
       FD  MaestroNuevo.
       COPY "CLIMST.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.

      *( conversion unica del maestro de clientes al formato con
      *  mandato y cuenta de domiciliacion, NIF, marca de factura
      *  electronica y almacen asignado. Los clientes convertidos
      *  quedan sin mandato, en papel y servidos desde el central
      *  hasta que MantenimientoClientes les de esos datos )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteClientes: conversion unica del maestro "
               "de clientes al formato ampliado.".
           DISPLAY "Lee clientes.dat (formato antiguo) y escribe "
               "clientes_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "clientes.dat por clientes_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteClientes: no se encontro "
                   "clientes.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteClientes: clientes.dat no tiene "
                   "el formato antiguo (estado " EstadoAntiguo
                   "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteClientes: no se pudo crear "
                       "clientes_nuevo.dat, estado " EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteClientes: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-ClienteId TO CLI-ClienteId.
           MOVE ANT-Nombre TO CLI-Nombre.
           MOVE ANT-Calle TO CLI-Calle.
           MOVE ANT-Ciudad TO CLI-Ciudad.
           MOVE ANT-CodigoPostal TO CLI-CodigoPostal.
           MOVE ANT-LimiteCredito TO CLI-LimiteCredito.
           MOVE ANT-RiesgoVivo TO CLI-RiesgoVivo.
           MOVE ANT-Estado TO CLI-Estado.
           MOVE SPACES TO CLI-MandatoRef.
           MOVE SPACES TO CLI-Iban.
           MOVE ZEROS TO CLI-FechaMandato.
           MOVE SPACES TO CLI-Nif.
           MOVE "N" TO CLI-FacturaElectronica.
           MOVE SPACES TO CLI-Almacen.
           WRITE CLI-Registro
               INVALID KEY
                   DISPLAY "ConvierteClientes: clave duplicada o "
                       "fuera de orden: " CLI-ClienteId
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       END PROGRAM ConvierteClientes.
