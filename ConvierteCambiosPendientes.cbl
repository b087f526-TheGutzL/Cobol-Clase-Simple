       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteCambiosPendientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo
               ASSIGN TO "cambios_pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo
               ASSIGN TO "cambios_pendientes_nuevo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Id PIC 9(6).
           05 ANT-Dominio PIC X.
           05 ANT-Tipo PIC X.
           05 ANT-Clave PIC X(10).
           05 ANT-ValorNuevo PIC 9(5)V9(4).
           05 ANT-Vendedor PIC X(20).
           05 ANT-FechaEfectiva PIC 9(8).
           05 ANT-Override PIC X.
           05 ANT-Solicitante PIC X(8).
           05 ANT-FechaSolicitud PIC 9(8).
           05 ANT-Estado PIC X.
           05 ANT-Aprobador PIC X(8).
           05 ANT-FechaDecision PIC 9(8).
           05 ANT-Resto PIC X(30).
       FD  MaestroNuevo.
       COPY "PENDAPR.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.
       77  TotalYaNuevos PIC 9(6) VALUE ZEROS.

      *( conversion unica de la cola de cambios pendientes al
      *  formato con cliente, vigencia, descuento y referencia de
      *  contrato. Las propuestas de tasas y precios no usan esos
      *  campos y quedan a cero; una linea que ya los trae es del
      *  formato nuevo y se copia sin tocar )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteCambiosPendientes: conversion unica de "
               "la cola de cambios pendientes al formato ampliado.".
           DISPLAY "Lee cambios_pendientes.dat (formato antiguo) y "
               "escribe cambios_pendientes_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "cambios_pendientes.dat por "
               "cambios_pendientes_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteCambiosPendientes: no se encontro "
                   "cambios_pendientes.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteCambiosPendientes: no se pudo leer "
                   "cambios_pendientes.dat, estado " EstadoAntiguo
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteCambiosPendientes: no se pudo "
                       "crear cambios_pendientes_nuevo.dat, estado "
                       EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteCambiosPendientes: registros "
                       "convertidos: " TotalConvertidos
                   DISPLAY "ConvierteCambiosPendientes: registros "
                       "ya en formato nuevo: " TotalYaNuevos
                   IF TotalYaNuevos NOT = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           MOVE SPACES TO ANT-Registro.
           READ MaestroAntiguo
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           IF ANT-Resto NOT = SPACES
               MOVE ANT-Registro TO PEN-Registro
               ADD 1 TO TotalYaNuevos
           ELSE
               MOVE ANT-Id TO PEN-Id
               MOVE ANT-Dominio TO PEN-Dominio
               MOVE ANT-Tipo TO PEN-Tipo
               MOVE ANT-Clave TO PEN-Clave
               MOVE ANT-ValorNuevo TO PEN-ValorNuevo
               MOVE ANT-Vendedor TO PEN-Vendedor
               MOVE ANT-FechaEfectiva TO PEN-FechaEfectiva
               MOVE ANT-Override TO PEN-Override
               MOVE ANT-Solicitante TO PEN-Solicitante
               MOVE ANT-FechaSolicitud TO PEN-FechaSolicitud
               MOVE ANT-Estado TO PEN-Estado
               MOVE ANT-Aprobador TO PEN-Aprobador
               MOVE ANT-FechaDecision TO PEN-FechaDecision
               MOVE ZEROS TO PEN-ClienteId
               MOVE ZEROS TO PEN-FechaHasta
               MOVE ZEROS TO PEN-PorcDescuento
               MOVE SPACES TO PEN-Referencia
               ADD 1 TO TotalConvertidos.
           WRITE PEN-Registro.
           PERFORM LeeAntiguo.

       END PROGRAM ConvierteCambiosPendientes.
