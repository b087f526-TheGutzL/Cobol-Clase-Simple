       IDENTIFICATION DIVISION.
       PROGRAM-ID. PropuestaPagos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPartidasProv
               ASSIGN TO "partidas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-Clave
               FILE STATUS IS EstadoPartidasProv.
           SELECT OPTIONAL ArchivoVendedores
               ASSIGN TO "vendedores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVendedores.
           SELECT ArchivoPropuesta ASSIGN TO "propuesta_pagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportePropuesta ASSIGN TO "propuesta_pagos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPartidasProv.
       COPY "PARTPROV.cpy".
       FD  ArchivoVendedores.
       COPY "VENDREG.cpy".
       FD  ArchivoPropuesta.
       COPY "PROPPAGO.cpy".
       FD  ReportePropuesta.
       01  LineaPropuesta PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoPartidasProv PIC XX VALUE "00".
           88 NoHayPartidasProv VALUE "05".
       01  EstadoVendedores PIC XX VALUE "00".
           88 NoHayVendedores VALUE "05".
       77  FinPartidas PIC X VALUE "N".
           88 NoHayMasPartidas VALUE "S".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  VendedorHalladoFlag PIC X VALUE "N".
           88 VendedorHallado VALUE "S".
       77  VendedorPagableFlag PIC X VALUE "N".
           88 VendedorPagable VALUE "S".
       77  FechaCorte PIC 9(8) VALUE ZEROS.
       77  VendedorActual PIC X(20) VALUE SPACES.
       77  TotalVendedores PIC 99 VALUE ZEROS.
       77  IdxVendedor PIC 99 VALUE ZEROS.
       77  PartidasVendedor PIC 9(4) VALUE ZEROS.
       77  ImporteVendedor PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalPropuestas PIC 9(6) VALUE ZEROS.
       77  TotalRetenidas PIC 9(6) VALUE ZEROS.
       77  TotalVendPropuestos PIC 9(4) VALUE ZEROS.
       77  TotalImporte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalImporteRetenido PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(11)9,99.
       01  TablaVendedores.
           05 TVE-Entrada OCCURS 50 TIMES.
               10 TVE-Nombre PIC X(20).
               10 TVE-Iban PIC X(34).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "PropuestaPagos: propuesta de pagos a proveedores "
               "por partidas vencidas.".
           DISPLAY "Introduce la fecha de corte (AAAAMMDD, "
               "0 = hoy): ".
           ACCEPT FechaCorte.
           IF FechaCorte = ZEROS
               ACCEPT FechaCorte FROM DATE YYYYMMDD.
           PERFORM CargaVendedores.
           OPEN INPUT ArchivoPartidasProv.
           IF NoHayPartidasProv
               DISPLAY "PropuestaPagos: no se encontro "
                   "partidas_proveedor.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ArchivoPropuesta
               OPEN OUTPUT ReportePropuesta
               PERFORM EscribeTitulo
               PERFORM LeePartida
               PERFORM ExaminaPartida UNTIL NoHayMasPartidas
               IF VendedorActual NOT = SPACES
                   PERFORM CierraVendedor
               END-IF
               CLOSE ArchivoPartidasProv
               CLOSE ArchivoPropuesta
               PERFORM EscribeResumen
               CLOSE ReportePropuesta
               IF TotalRetenidas NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaVendedores.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoVendedores.
           IF NoHayVendedores
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnVendedor UNTIL NoHayMasRegistros.
           CLOSE ArchivoVendedores.

       CargaUnVendedor.
           READ ArchivoVendedores
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalVendedores < 50
                       ADD 1 TO TotalVendedores
                       MOVE VE-Nombre TO TVE-Nombre(TotalVendedores)
                       MOVE VE-Iban TO TVE-Iban(TotalVendedores)
                   END-IF
           END-READ.

       EscribeTitulo.
           MOVE SPACES TO LineaPropuesta.
           STRING "PROPUESTA DE PAGOS A PROVEEDORES - vencidas a "
               FechaCorte
               DELIMITED BY SIZE INTO LineaPropuesta.
           WRITE LineaPropuesta.
           MOVE ALL "-" TO LineaPropuesta.
           WRITE LineaPropuesta.

       LeePartida.
           READ ArchivoPartidasProv NEXT
               AT END MOVE "S" TO FinPartidas.

      *( el maestro va por vendedor y factura, asi que las
      *  partidas de cada vendedor llegan seguidas y se agrupan
      *  con un corte de control por PP-Vendedor )
       ExaminaPartida.
           IF PP-ABIERTA
               AND PP-ImportePendiente NOT = ZEROS
               AND PP-FechaVencimiento <= FechaCorte
               IF PP-Vendedor NOT = VendedorActual
                   IF VendedorActual NOT = SPACES
                       PERFORM CierraVendedor
                   END-IF
                   PERFORM AbreVendedor
               END-IF
               PERFORM ProponePartida.
           PERFORM LeePartida.

       AbreVendedor.
           MOVE PP-Vendedor TO VendedorActual.
           MOVE ZEROS TO PartidasVendedor.
           MOVE ZEROS TO ImporteVendedor.
           PERFORM BuscaVendedor.
           MOVE "N" TO VendedorPagableFlag.
           MOVE SPACES TO LineaPropuesta.
           WRITE LineaPropuesta.
           MOVE SPACES TO LineaPropuesta.
           EVALUATE TRUE
               WHEN NOT VendedorHallado
                   STRING "Vendedor: " VendedorActual
                       "  RETENIDO: no figura en vendedores.dat"
                       DELIMITED BY SIZE INTO LineaPropuesta
               WHEN TVE-Iban(IdxVendedor) = SPACES
                   STRING "Vendedor: " VendedorActual
                       "  RETENIDO: sin cuenta IBAN"
                       DELIMITED BY SIZE INTO LineaPropuesta
               WHEN OTHER
                   MOVE "S" TO VendedorPagableFlag
                   ADD 1 TO TotalVendPropuestos
                   STRING "Vendedor: " VendedorActual
                       "  cuenta " TVE-Iban(IdxVendedor)
                       DELIMITED BY SIZE INTO LineaPropuesta
           END-EVALUATE.
           WRITE LineaPropuesta.

       BuscaVendedor.
           MOVE "N" TO VendedorHalladoFlag.
           PERFORM CompruebaVendedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores
                  OR VendedorHallado.
           IF VendedorHallado
               SUBTRACT 1 FROM IdxVendedor.

       CompruebaVendedor.
           IF TVE-Nombre(IdxVendedor) = PP-Vendedor
               MOVE "S" TO VendedorHalladoFlag.

       ProponePartida.
           MOVE PP-ImportePendiente TO ImporteEditado.
           MOVE SPACES TO LineaPropuesta.
           STRING "  " PP-Factura " vence " PP-FechaVencimiento
               " importe " ImporteEditado
               DELIMITED BY SIZE INTO LineaPropuesta.
           WRITE LineaPropuesta.
           IF VendedorPagable
               ADD 1 TO PartidasVendedor
               ADD 1 TO TotalPropuestas
               ADD PP-ImportePendiente TO ImporteVendedor
               ADD PP-ImportePendiente TO TotalImporte
               MOVE PP-Vendedor TO PR-Vendedor
               MOVE PP-Factura TO PR-Factura
               MOVE PP-FechaVencimiento TO PR-FechaVencimiento
               MOVE PP-ImportePendiente TO PR-Importe
               MOVE FechaCorte TO PR-FechaCorte
               WRITE PR-Registro
           ELSE
               ADD 1 TO TotalRetenidas
               ADD PP-ImportePendiente TO TotalImporteRetenido.

       CierraVendedor.
           IF VendedorPagable
               MOVE ImporteVendedor TO ImporteEditado
               MOVE SPACES TO LineaPropuesta
               STRING "  Total vendedor: " PartidasVendedor
                   " facturas por " ImporteEditado
                   DELIMITED BY SIZE INTO LineaPropuesta
               WRITE LineaPropuesta.

       EscribeResumen.
           MOVE SPACES TO LineaPropuesta.
           WRITE LineaPropuesta.
           MOVE TotalImporte TO ImporteEditado.
           MOVE SPACES TO LineaPropuesta.
           STRING "Partidas propuestas: " TotalPropuestas
               " de " TotalVendPropuestos " vendedores por "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaPropuesta.
           WRITE LineaPropuesta.
           DISPLAY LineaPropuesta.
           MOVE TotalImporteRetenido TO ImporteEditado.
           MOVE SPACES TO LineaPropuesta.
           STRING "Partidas retenidas:  " TotalRetenidas
               " por " ImporteEditado
               DELIMITED BY SIZE INTO LineaPropuesta.
           WRITE LineaPropuesta.
           DISPLAY LineaPropuesta.

       END PROGRAM PropuestaPagos.
