           05 TOC-Sku PIC X(10).
           05 TOC-Cantidad PIC 9(7).
           05 TOC-Precio PIC 99V99.
           05 TOC-FechaPrometida PIC 9(8).
       FD  ArchivoVendedores.
       01  VE-Registro.
           05 VE-Nombre PIC X(20).
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  FechaPrometidaFlag PIC X VALUE "S".
           88 FechaPrometidaValida VALUE "S".
       01  TablaVendedores.
           05 TVE-Nombre OCCURS 50 TIMES PIC X(20).


       AltaCompra.
           PERFORM ValidaVendedor.
           PERFORM CompruebaFechaPrometida.
           EVALUATE TRUE
               WHEN NOT VendedorValido
                   DISPLAY "Alta rechazada, vendedor desconocido: "
                       TOC-Numero " " TOC-Vendedor
                   ADD 1 TO TotalRechazadas
               WHEN NOT FechaPrometidaValida
                   DISPLAY "Alta rechazada, fecha prometida no "
                       "valida: " TOC-Numero " " TOC-FechaPrometida
                   ADD 1 TO TotalRechazadas
               WHEN TOC-Cantidad = ZEROS
                   DISPLAY "Alta rechazada, cantidad cero: "
                       TOC-Numero
                   MOVE TOC-Sku TO OC-Sku
                   MOVE TOC-Cantidad TO OC-Cantidad
                   MOVE ZEROS TO OC-CantidadRecibida
                   MOVE ZEROS TO OC-CantidadFacturada
                   MOVE TOC-Precio TO OC-PrecioAcordado
                   MOVE FechaHoy TO OC-Fecha
                   MOVE "A" TO OC-Estado
                   MOVE TOC-FechaPrometida TO OC-FechaPrometida
                   WRITE OC-Registro
                       INVALID KEY
                           DISPLAY "Alta rechazada, la orden ya "
                   END-WRITE
           END-EVALUATE.

      *( la fecha prometida por el vendedor es opcional; si
      *  viene ha de ser una fecha real y no anterior a hoy )
       CompruebaFechaPrometida.
           MOVE "S" TO FechaPrometidaFlag.
           IF TOC-FechaPrometida NOT = ZEROS
               CALL "ValidaFecha" USING TOC-FechaPrometida FechaValida
               IF NOT EsFechaValida
                   OR TOC-FechaPrometida < FechaHoy
                   MOVE "N" TO FechaPrometidaFlag.

       CambioCompra.
           PERFORM CompruebaFechaPrometida.
           MOVE TOC-Numero TO OC-Numero.
           READ ArchivoCompras KEY IS OC-Numero
               INVALID KEY
                       TOC-Numero
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OC-CERRADA
                           DISPLAY "Cambio rechazado, orden cerrada: "
                               TOC-Numero
                           ADD 1 TO TotalRechazadas
                       WHEN NOT FechaPrometidaValida
                           DISPLAY "Cambio rechazado, fecha prometida "
                               "no valida: " TOC-Numero
                           ADD 1 TO TotalRechazadas
                       WHEN OTHER
                           MOVE TOC-Cantidad TO OC-Cantidad
                           MOVE TOC-Precio TO OC-PrecioAcordado
                           IF TOC-FechaPrometida NOT = ZEROS
                               MOVE TOC-FechaPrometida
                                   TO OC-FechaPrometida
                           END-IF
                           REWRITE OC-Registro
                           PERFORM RegistraCambio
                   END-EVALUATE
           END-READ.

       AnulaCompra.
