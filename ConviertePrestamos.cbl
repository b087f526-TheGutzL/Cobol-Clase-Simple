       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConviertePrestamos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MaestroAntiguo
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-Id
               FILE STATUS IS EstadoAntiguo.
           SELECT MaestroNuevo ASSIGN TO "prestamos_maestro_nuevo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoNuevo.
       DATA DIVISION.
       FILE SECTION.
       FD  MaestroAntiguo.
       01  ANT-Registro.
           05 ANT-Id PIC 9(6).
           05 ANT-Principal PIC 9(9)V99.
           05 ANT-TasaAnual PIC 9(3)V99.
           05 ANT-Periodos PIC 999.
           05 ANT-Cuota PIC 9(9)V99.
           05 ANT-SaldoPendiente PIC S9(9)V99.
           05 ANT-CuotasPagadas PIC 999.
           05 ANT-FechaProximoVto PIC 9(8).
           05 ANT-ImporteVencido PIC 9(9)V99.
           05 ANT-Estado PIC X.
       FD  MaestroNuevo.
       COPY "PRESTMST.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAntiguo PIC XX VALUE "00".
           88 AntiguoOk VALUE "00".
           88 NoHayMaestroAntiguo VALUE "05".
       01  EstadoNuevo PIC XX VALUE "00".
           88 NuevoOk VALUE "00".
       77  FinAntiguo PIC X VALUE "N".
           88 NoHayMasAntiguo VALUE "S".
       77  TotalConvertidos PIC 9(6) VALUE ZEROS.

      *( conversion unica del maestro de prestamos al formato con
      *  indice de referencia, diferencial, revision y empleado.
      *  Los prestamos convertidos quedan a tipo fijo y sin
      *  empleado, como eran; los referenciados y los del personal
      *  se dan de alta con CargaPrestamos )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConviertePrestamos: conversion unica del "
               "maestro de prestamos al formato ampliado.".
           DISPLAY "Lee prestamos_maestro.dat (formato antiguo) y "
               "escribe prestamos_maestro_nuevo.dat.".
           DISPLAY "Tras verificar el resultado, sustituya "
               "prestamos_maestro.dat por "
               "prestamos_maestro_nuevo.dat.".
           OPEN INPUT MaestroAntiguo.
           IF NoHayMaestroAntiguo
               DISPLAY "ConviertePrestamos: no se encontro "
                   "prestamos_maestro.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT AntiguoOk
               DISPLAY "ConviertePrestamos: prestamos_maestro.dat no "
                   "tiene el formato antiguo (estado " EstadoAntiguo
                   "); nada que convertir."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MaestroNuevo
               IF NOT NuevoOk
                   DISPLAY "ConviertePrestamos: no se pudo crear "
                       "prestamos_maestro_nuevo.dat, estado "
                       EstadoNuevo
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LeeAntiguo
                   PERFORM ConvierteRegistro UNTIL NoHayMasAntiguo
                   CLOSE MaestroNuevo
                   DISPLAY "ConviertePrestamos: registros "
                       "convertidos: " TotalConvertidos
               END-IF
               CLOSE MaestroAntiguo.
           STOP RUN.

       LeeAntiguo.
           READ MaestroAntiguo NEXT
               AT END MOVE "S" TO FinAntiguo.

       ConvierteRegistro.
           MOVE ANT-Id TO PRM-Id.
           MOVE ANT-Principal TO PRM-Principal.
           MOVE ANT-TasaAnual TO PRM-TasaAnual.
           MOVE ANT-Periodos TO PRM-Periodos.
           MOVE ANT-Cuota TO PRM-Cuota.
           MOVE ANT-SaldoPendiente TO PRM-SaldoPendiente.
           MOVE ANT-CuotasPagadas TO PRM-CuotasPagadas.
           MOVE ANT-FechaProximoVto TO PRM-FechaProximoVto.
           MOVE ANT-ImporteVencido TO PRM-ImporteVencido.
           MOVE ANT-Estado TO PRM-Estado.
           MOVE SPACES TO PRM-CodigoIndice.
           MOVE ZEROS TO PRM-Diferencial.
           MOVE ZEROS TO PRM-MesesRevision.
           MOVE ZEROS TO PRM-FechaRevision.
           MOVE ZEROS TO PRM-EmpleadoId.
           WRITE PRM-Registro
               INVALID KEY
                   DISPLAY "ConviertePrestamos: clave duplicada o "
                       "fuera de orden: " PRM-Id
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO TotalConvertidos
           END-WRITE.
           PERFORM LeeAntiguo.

       END PROGRAM ConviertePrestamos.
