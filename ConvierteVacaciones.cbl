       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteVacaciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo ASSIGN TO "vacaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-Clave
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "vacaciones_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-Clave
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Clave.
              10 ANT-EmpleadoId PIC 9(6).
              10 ANT-Ano PIC 9(4).
           05 ANT-Devengados PIC 9(3).
           05 ANT-Disfrutados PIC 9(3).
       FD  MaestroNuevo.
       COPY "VACREG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.

      *( conversion unica del registro de vacaciones al formato
      *  con dias arrastrados del ejercicio anterior; los saldos
      *  convertidos no traen arrastre, que CierreEjercicio fija
      *  en el siguiente cierre )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConvierteVacaciones: conversion unica del "
               "registro de vacaciones al formato ampliado.".
           DISPLAY "Lee vacaciones.dat (formato antiguo) y escribe "
               "vacaciones_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "vacaciones.dat por vacaciones_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConvierteVacaciones: no se encontro "
                   "vacaciones.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConvierteVacaciones: vacaciones.dat no tiene "
                   "el formato antiguo (estado " EstadoAntiguo
                   "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConvierteVacaciones: no se pudo crear "
                       "vacaciones_nuevo.dat, estado " EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConvierteVacaciones: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-EmpleadoId TO VAC-EmpleadoId.
           MOVE ANT-Ano TO VAC-Ano.
           MOVE ANT-Devengados TO VAC-Devengados.
           MOVE ANT-Disfrutados TO VAC-Disfrutados.
           MOVE ZEROS TO VAC-Arrastrados.
           WRITE VAC-Registro
               INVALID KEY
                   DISPLAY "ConvierteVacaciones: clave duplicada o "
                       "fuera de orden: " VAC-EmpleadoId " "
                       VAC-Ano
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       END PROGRAM ConvierteVacaciones.
