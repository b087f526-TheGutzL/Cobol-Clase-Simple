       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliaBanco.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoMovimientos
               ASSIGN TO "movimientos_banco.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoMovimientos.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL ArchivoEmitidas
               ASSIGN TO "transferencias_emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmitidas.
           SELECT ReporteConciliacion
               ASSIGN TO "conciliacion_bancaria.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoMovimientos.
       COPY "MOVBANCO.cpy".
       FD  ArchivoHistorico.
       COPY "COBHIST.cpy".
       FD  ArchivoEmitidas.
       COPY "TRANSEMI.cpy".
       FD  ReporteConciliacion.
       01  LineaConciliacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoMovimientos PIC XX VALUE "00".
           88 NoHayMovimientos VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       01  EstadoEmitidas PIC XX VALUE "00".
           88 NoHayEmitidas VALUE "05".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  CasadoFlag PIC X VALUE "N".
           88 MovimientoCasado VALUE "S".
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  TotalBanco PIC 9(4) COMP VALUE ZEROS.
       77  TotalLibros PIC 9(4) COMP VALUE ZEROS.
       77  IdxBanco PIC 9(4) COMP VALUE ZEROS.
       77  IdxLibro PIC 9(4) COMP VALUE ZEROS.
       77  TotalDescartados PIC 9(6) VALUE ZEROS.
       77  TotalCasados PIC 9(6) VALUE ZEROS.
       77  TotalSoloBanco PIC 9(6) VALUE ZEROS.
       77  TotalPendientes PIC 9(6) VALUE ZEROS.
       77  ImporteCasado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteSoloBanco PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImportePendiente PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  TextoOrigen PIC X(12) VALUE SPACES.
       01  TablaBanco.
           05 BAN-Entrada OCCURS 3000 TIMES.
               10 BAN-Fecha PIC 9(8).
               10 BAN-Signo PIC X.
               10 BAN-Importe PIC 9(9)V99.
               10 BAN-Referencia PIC X(20).
               10 BAN-Concepto PIC X(30).
               10 BAN-Libro PIC 9(4) COMP.
       01  TablaLibros.
           05 LIB-Entrada OCCURS 3000 TIMES.
               10 LIB-Fecha PIC 9(8).
               10 LIB-Origen PIC X.
               10 LIB-Signo PIC X.
               10 LIB-Importe PIC 9(9)V99.
               10 LIB-Referencia PIC X(20).
               10 LIB-Casado PIC X.

       PROCEDURE DIVISION.
      *( se concilia desde cero en cada pasada: los abonos del
      *  extracto contra los cobros aplicados y los cargos contra
      *  las retrocesiones y las transferencias emitidas por
      *  nomina y proveedores, casando importe y referencia )
       Inicio.
           DISPLAY "ConciliaBanco: conciliacion del extracto "
               "bancario con cobros y pagos.".
           DISPLAY "Conciliar desde la fecha (AAAAMMDD, "
               "0 = todo): ".
           ACCEPT FechaDesde.
           OPEN INPUT ArchivoMovimientos.
           IF NoHayMovimientos
               DISPLAY "ConciliaBanco: no se encontro "
                   "movimientos_banco.dat."
               CLOSE ArchivoMovimientos
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CargaBanco
               CLOSE ArchivoMovimientos
               PERFORM CargaCobros
               PERFORM CargaEmitidas
               PERFORM CasaUnMovimiento
                   VARYING IdxBanco FROM 1 BY 1
                   UNTIL IdxBanco > TotalBanco
               OPEN OUTPUT ReporteConciliacion
               PERFORM EscribeCasados
               PERFORM EscribeSoloBanco
               PERFORM EscribePendientes
               PERFORM EscribeResumen
               CLOSE ReporteConciliacion
               IF TotalSoloBanco NOT = ZEROS
                  OR TotalPendientes NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaBanco.
           MOVE "N" TO FinArchivo.
           PERFORM CargaUnMovimiento UNTIL NoHayMasRegistros.

       CargaUnMovimiento.
           READ ArchivoMovimientos
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF MB-FechaValor >= FechaDesde
                       IF TotalBanco < 3000
                           ADD 1 TO TotalBanco
                           MOVE MB-FechaValor
                               TO BAN-Fecha(TotalBanco)
                           MOVE MB-Signo TO BAN-Signo(TotalBanco)
                           MOVE MB-Importe TO BAN-Importe(TotalBanco)
                           MOVE MB-Referencia
                               TO BAN-Referencia(TotalBanco)
                           MOVE MB-Concepto
                               TO BAN-Concepto(TotalBanco)
                           MOVE ZEROS TO BAN-Libro(TotalBanco)
                       ELSE
                           ADD 1 TO TotalDescartados
                       END-IF
                   END-IF
           END-READ.

      *( el cobro aplicado entra en el banco como abono y la
      *  retrocesion de un adeudo devuelto como cargo; en ambos
      *  casos la referencia es el numero de factura )
       CargaCobros.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoHistorico.
           IF NoHayHistorico
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnCobro UNTIL NoHayMasRegistros.
           CLOSE ArchivoHistorico.

       CargaUnCobro.
           READ ArchivoHistorico
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF CH-Fecha >= FechaDesde
                       IF TotalLibros < 3000
                           ADD 1 TO TotalLibros
                           MOVE CH-Fecha TO LIB-Fecha(TotalLibros)
                           MOVE CH-Tipo TO LIB-Origen(TotalLibros)
                           IF CH-COBRO
                               MOVE "C" TO LIB-Signo(TotalLibros)
                           ELSE
                               MOVE "D" TO LIB-Signo(TotalLibros)
                           END-IF
                           MOVE CH-Importe TO LIB-Importe(TotalLibros)
                           MOVE SPACES TO LIB-Referencia(TotalLibros)
                           MOVE CH-Factura
                               TO LIB-Referencia(TotalLibros)
                           MOVE "N" TO LIB-Casado(TotalLibros)
                       ELSE
                           ADD 1 TO TotalDescartados
                       END-IF
                   END-IF
           END-READ.

       CargaEmitidas.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoEmitidas.
           IF NoHayEmitidas
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaEmitida UNTIL NoHayMasRegistros.
           CLOSE ArchivoEmitidas.

       CargaUnaEmitida.
           READ ArchivoEmitidas
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TE-Fecha >= FechaDesde
                       IF TotalLibros < 3000
                           ADD 1 TO TotalLibros
                           MOVE TE-Fecha TO LIB-Fecha(TotalLibros)
                           MOVE TE-Origen TO LIB-Origen(TotalLibros)
                           MOVE "D" TO LIB-Signo(TotalLibros)
                           MOVE TE-Importe TO LIB-Importe(TotalLibros)
                           MOVE TE-Referencia
                               TO LIB-Referencia(TotalLibros)
                           MOVE "N" TO LIB-Casado(TotalLibros)
                       ELSE
                           ADD 1 TO TotalDescartados
                       END-IF
                   END-IF
           END-READ.

       CasaUnMovimiento.
           MOVE "N" TO CasadoFlag.
           PERFORM CompruebaLibro
               VARYING IdxLibro FROM 1 BY 1
               UNTIL IdxLibro > TotalLibros
                  OR MovimientoCasado.

       CompruebaLibro.
           IF LIB-Casado(IdxLibro) = "N"
               AND LIB-Signo(IdxLibro) = BAN-Signo(IdxBanco)
               AND LIB-Importe(IdxLibro) = BAN-Importe(IdxBanco)
               AND LIB-Referencia(IdxLibro) = BAN-Referencia(IdxBanco)
               MOVE "S" TO CasadoFlag
               MOVE "S" TO LIB-Casado(IdxLibro)
               MOVE IdxLibro TO BAN-Libro(IdxBanco).

       EscribeCasados.
           MOVE "CONCILIACION BANCARIA - movimientos casados"
               TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE ALL "-" TO LineaConciliacion.
           WRITE LineaConciliacion.
           PERFORM EscribeUnCasado
               VARYING IdxBanco FROM 1 BY 1
               UNTIL IdxBanco > TotalBanco.

       EscribeUnCasado.
           IF BAN-Libro(IdxBanco) NOT = ZEROS
               MOVE BAN-Libro(IdxBanco) TO IdxLibro
               ADD 1 TO TotalCasados
               ADD BAN-Importe(IdxBanco) TO ImporteCasado
               PERFORM DescribeOrigen
               MOVE BAN-Importe(IdxBanco) TO ImporteEditado
               MOVE SPACES TO LineaConciliacion
               STRING BAN-Fecha(IdxBanco) " " BAN-Signo(IdxBanco)
                   " " ImporteEditado " ref " BAN-Referencia(IdxBanco)
                   " " TextoOrigen " del " LIB-Fecha(IdxLibro)
                   DELIMITED BY SIZE INTO LineaConciliacion
               WRITE LineaConciliacion.

       EscribeSoloBanco.
           MOVE SPACES TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE "En el extracto y no en nuestros libros"
               TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE ALL "-" TO LineaConciliacion.
           WRITE LineaConciliacion.
           PERFORM EscribeUnSoloBanco
               VARYING IdxBanco FROM 1 BY 1
               UNTIL IdxBanco > TotalBanco.

       EscribeUnSoloBanco.
           IF BAN-Libro(IdxBanco) = ZEROS
               ADD 1 TO TotalSoloBanco
               ADD BAN-Importe(IdxBanco) TO ImporteSoloBanco
               MOVE BAN-Importe(IdxBanco) TO ImporteEditado
               MOVE SPACES TO LineaConciliacion
               STRING BAN-Fecha(IdxBanco) " " BAN-Signo(IdxBanco)
                   " " ImporteEditado " ref " BAN-Referencia(IdxBanco)
                   " " BAN-Concepto(IdxBanco)
                   DELIMITED BY SIZE INTO LineaConciliacion
               WRITE LineaConciliacion
               DISPLAY LineaConciliacion.

       EscribePendientes.
           MOVE SPACES TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE "Emitido por nosotros y aun no visto en el banco"
               TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE ALL "-" TO LineaConciliacion.
           WRITE LineaConciliacion.
           PERFORM EscribeUnPendiente
               VARYING IdxLibro FROM 1 BY 1
               UNTIL IdxLibro > TotalLibros.

       EscribeUnPendiente.
           IF LIB-Casado(IdxLibro) = "N"
               ADD 1 TO TotalPendientes
               ADD LIB-Importe(IdxLibro) TO ImportePendiente
               PERFORM DescribeOrigen
               MOVE LIB-Importe(IdxLibro) TO ImporteEditado
               MOVE SPACES TO LineaConciliacion
               STRING LIB-Fecha(IdxLibro) " " LIB-Signo(IdxLibro)
                   " " ImporteEditado " ref " LIB-Referencia(IdxLibro)
                   " " TextoOrigen
                   DELIMITED BY SIZE INTO LineaConciliacion
               WRITE LineaConciliacion.

       DescribeOrigen.
           EVALUATE LIB-Origen(IdxLibro)
               WHEN "C"
                   MOVE "cobro" TO TextoOrigen
               WHEN "R"
                   MOVE "devolucion" TO TextoOrigen
               WHEN "N"
                   MOVE "nomina" TO TextoOrigen
               WHEN "P"
                   MOVE "proveedor" TO TextoOrigen
               WHEN OTHER
                   MOVE "?" TO TextoOrigen
           END-EVALUATE.

       EscribeResumen.
           MOVE SPACES TO LineaConciliacion.
           WRITE LineaConciliacion.
           MOVE ImporteCasado TO TotalEditado.
           MOVE SPACES TO LineaConciliacion.
           STRING "Casados:                 " TotalCasados
               " por " TotalEditado
               DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.
           DISPLAY LineaConciliacion.
           MOVE ImporteSoloBanco TO TotalEditado.
           MOVE SPACES TO LineaConciliacion.
           STRING "Solo en el banco:        " TotalSoloBanco
               " por " TotalEditado
               DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.
           DISPLAY LineaConciliacion.
           MOVE ImportePendiente TO TotalEditado.
           MOVE SPACES TO LineaConciliacion.
           STRING "Pendientes en el banco:  " TotalPendientes
               " por " TotalEditado
               DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.
           DISPLAY LineaConciliacion.
           IF TotalDescartados NOT = ZEROS
               MOVE SPACES TO LineaConciliacion
               STRING "Movimientos sin cabida en la tabla: "
                   TotalDescartados
                   DELIMITED BY SIZE INTO LineaConciliacion
               WRITE LineaConciliacion
               DISPLAY LineaConciliacion.

       END PROGRAM ConciliaBanco.
