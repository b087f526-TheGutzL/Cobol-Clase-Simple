       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtractoCuenta.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoPartidas
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-Factura
               FILE STATUS IS EstadoPartidas.
           SELECT OPTIONAL ArchivoAbonos ASSIGN TO "abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAbonos.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT ReporteExtractos ASSIGN TO EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoAbonos.
       COPY "ABONOREG.cpy".
       FD  ArchivoHistorico.
       COPY "COBHIST.cpy".
       FD  ReporteExtractos.
       01  LineaExtracto PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoAbonos PIC XX VALUE "00".
           88 NoHayAbonos VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 NoHayHistorico VALUE "05".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  FinClientes PIC X VALUE "N".
           88 NoHayMasClientes VALUE "S".
       77  TablaLlenaFlag PIC X VALUE "N".
           88 TablaLlena VALUE "S".
       77  PeriodoExtracto PIC 9(6) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  FechaHasta PIC 9(8) VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  TotalMovimientos PIC 9(4) VALUE ZEROS.
       77  IdxMovimiento PIC 9(4) COMP VALUE ZEROS.
       77  IdxInicio PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  MovimientosPeriodo PIC 9(4) VALUE ZEROS.
       77  SaldoInicial PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SaldoCorriente PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalCargos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalAbonosPeriodo PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalExtractos PIC 9(6) VALUE ZEROS.
       77  TotalOmitidos PIC 9(6) VALUE ZEROS.
       77  ConceptoMovimiento PIC X(12) VALUE SPACES.
       77  ImporteCargo PIC -(9)9,99 BLANK WHEN ZERO.
       77  ImporteAbono PIC -(9)9,99 BLANK WHEN ZERO.
       77  SaldoEditado PIC -(11)9,99.
       01  EntradaTemporal.
           05 TMP-ClienteId PIC 9(6).
           05 TMP-Fecha PIC 9(8).
           05 TMP-Tipo PIC X.
           05 TMP-Referencia PIC 9(8).
           05 TMP-Importe PIC S9(9)V99 COMP-3.
      *( movimientos de todos los clientes hasta el fin del
      *  periodo: facturas y retrocesiones con signo positivo,
      *  abonos y cobros con signo negativo )
       01  TablaMovimientos.
           05 MOV-Entrada OCCURS 3000 TIMES.
               10 MOV-ClienteId PIC 9(6).
               10 MOV-Fecha PIC 9(8).
               10 MOV-Tipo PIC X.
                  88 MOV-FACTURA VALUE "F".
                  88 MOV-ABONO VALUE "A".
                  88 MOV-COBRO VALUE "C".
                  88 MOV-RETROCESION VALUE "R".
               10 MOV-Referencia PIC 9(8).
               10 MOV-Importe PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ExtractoCuenta: extractos mensuales de cuenta de "
               "clientes.".
           DISPLAY "Introduce el periodo (AAAAMM, 0 = mes en curso): ".
           ACCEPT PeriodoExtracto.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           IF PeriodoExtracto = ZEROS
               COMPUTE PeriodoExtracto = FechaHoy / 100.
           COMPUTE FechaDesde = PeriodoExtracto * 100 + 1.
           COMPUTE FechaHasta = PeriodoExtracto * 100 + 31.
           OPEN INPUT ArchivoClientes.
           IF NoHayClientes
               DISPLAY "ExtractoCuenta: no se encontro clientes.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CargaFacturas
               PERFORM CargaAbonos
               PERFORM CargaCobros
               PERFORM OrdenaMovimientos
               OPEN OUTPUT ReporteExtractos
               MOVE 1 TO IdxInicio
               PERFORM LeeCliente
               PERFORM ProcesaCliente UNTIL NoHayMasClientes
               CLOSE ArchivoClientes
               CLOSE ReporteExtractos
               PERFORM EscribeResumen
               IF TablaLlena
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaFacturas.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaFactura UNTIL NoHayMasRegistros.
           CLOSE ArchivoPartidas.

       CargaUnaFactura.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF PA-FechaFactura <= FechaHasta
                       MOVE PA-ClienteId TO TMP-ClienteId
                       MOVE PA-FechaFactura TO TMP-Fecha
                       MOVE "F" TO TMP-Tipo
                       MOVE PA-Factura TO TMP-Referencia
                       MOVE PA-ImporteOriginal TO TMP-Importe
                       PERFORM AnadeMovimiento
                   END-IF
           END-READ.

       CargaAbonos.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoAbonos.
           IF NoHayAbonos
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnAbono UNTIL NoHayMasRegistros.
           CLOSE ArchivoAbonos.

       CargaUnAbono.
           READ ArchivoAbonos
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF AB-Fecha <= FechaHasta
                       MOVE AB-ClienteId TO TMP-ClienteId
                       MOVE AB-Fecha TO TMP-Fecha
                       MOVE "A" TO TMP-Tipo
                       MOVE AB-Numero TO TMP-Referencia
                       COMPUTE TMP-Importe = ZEROS - AB-Total
                       PERFORM AnadeMovimiento
                   END-IF
           END-READ.

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
                   IF CH-Fecha <= FechaHasta
                       MOVE CH-ClienteId TO TMP-ClienteId
                       MOVE CH-Fecha TO TMP-Fecha
                       MOVE CH-Factura TO TMP-Referencia
                       IF CH-RETROCESION
                           MOVE "R" TO TMP-Tipo
                           MOVE CH-Importe TO TMP-Importe
                       ELSE
                           MOVE "C" TO TMP-Tipo
                           COMPUTE TMP-Importe = ZEROS - CH-Importe
                       END-IF
                       PERFORM AnadeMovimiento
                   END-IF
           END-READ.

       AnadeMovimiento.
           IF TotalMovimientos < 3000
               ADD 1 TO TotalMovimientos
               MOVE EntradaTemporal TO MOV-Entrada(TotalMovimientos)
           ELSE
               IF NOT TablaLlena
                   MOVE "S" TO TablaLlenaFlag
                   DISPLAY "ExtractoCuenta: tabla de movimientos "
                       "llena, los extractos saldran incompletos".

      *( orden por cliente y fecha, igual que la ordenacion por
      *  departamento de PagosNomina, para recorrer la tabla a la
      *  par que el maestro de clientes )
       OrdenaMovimientos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalMovimientos.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalMovimientos.
           IF IdxMenor NOT = IdxOrden
               MOVE MOV-Entrada(IdxOrden) TO EntradaTemporal
               MOVE MOV-Entrada(IdxMenor) TO MOV-Entrada(IdxOrden)
               MOVE EntradaTemporal TO MOV-Entrada(IdxMenor).

       BuscaMenor.
           IF MOV-ClienteId(IdxBusca) < MOV-ClienteId(IdxMenor)
               MOVE IdxBusca TO IdxMenor
           ELSE
               IF MOV-ClienteId(IdxBusca) = MOV-ClienteId(IdxMenor)
                   AND MOV-Fecha(IdxBusca) < MOV-Fecha(IdxMenor)
                   MOVE IdxBusca TO IdxMenor.

       LeeCliente.
           READ ArchivoClientes NEXT
               AT END MOVE "S" TO FinClientes.

      *( el maestro y la tabla van ambos por cliente: se saltan
      *  los movimientos de clientes inexistentes y se miden los
      *  del cliente en curso antes de decidir si hay extracto )
       ProcesaCliente.
           PERFORM SaltaMovimiento
               UNTIL IdxInicio > TotalMovimientos
                  OR MOV-ClienteId(IdxInicio) >= CLI-ClienteId.
           MOVE ZEROS TO SaldoInicial.
           MOVE ZEROS TO SaldoCorriente.
           MOVE ZEROS TO MovimientosPeriodo.
           PERFORM MideMovimiento
               VARYING IdxMovimiento FROM IdxInicio BY 1
               UNTIL IdxMovimiento > TotalMovimientos
                  OR MOV-ClienteId(IdxMovimiento) NOT = CLI-ClienteId.
           IF MovimientosPeriodo = ZEROS AND SaldoCorriente = ZEROS
               ADD 1 TO TotalOmitidos
           ELSE
               PERFORM EscribeExtracto.
           MOVE IdxMovimiento TO IdxInicio.
           PERFORM LeeCliente.

       SaltaMovimiento.
           ADD 1 TO IdxInicio.

       MideMovimiento.
           ADD MOV-Importe(IdxMovimiento) TO SaldoCorriente.
           IF MOV-Fecha(IdxMovimiento) < FechaDesde
               ADD MOV-Importe(IdxMovimiento) TO SaldoInicial
           ELSE
               ADD 1 TO MovimientosPeriodo.

       EscribeExtracto.
           ADD 1 TO TotalExtractos.
           MOVE ZEROS TO TotalCargos.
           MOVE ZEROS TO TotalAbonosPeriodo.
           PERFORM EscribeEncabezado.
           MOVE SaldoInicial TO SaldoCorriente.
           MOVE SaldoInicial TO SaldoEditado.
           MOVE SPACES TO LineaExtracto.
           STRING FechaDesde "  SALDO ANTERIOR" "          "
               "                         " SaldoEditado
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto.
           PERFORM EscribeMovimiento
               VARYING IdxMovimiento FROM IdxInicio BY 1
               UNTIL IdxMovimiento > TotalMovimientos
                  OR MOV-ClienteId(IdxMovimiento) NOT = CLI-ClienteId.
           PERFORM EscribePie.

      *( el extracto va dirigido a la direccion del maestro de
      *  clientes, una hoja por cliente como las cartas de
      *  CartasAlumnos )
       EscribeEncabezado.
           MOVE SPACES TO LineaExtracto.
           STRING "EXTRACTO DE CUENTA - periodo " PeriodoExtracto
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto AFTER ADVANCING PAGE.
           MOVE SPACES TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO LineaExtracto.
           STRING "Cliente: " CLI-ClienteId " " CLI-Nombre
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto.
           MOVE CLI-Calle TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO LineaExtracto.
           STRING CLI-CodigoPostal " " CLI-Ciudad
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO LineaExtracto.
           STRING "Fecha     Concepto     Referencia"
               "        Cargo        Abono            Saldo"
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto.
           MOVE ALL "-" TO LineaExtracto.
           WRITE LineaExtracto.

       EscribeMovimiento.
           IF MOV-Fecha(IdxMovimiento) >= FechaDesde
               ADD MOV-Importe(IdxMovimiento) TO SaldoCorriente
               MOVE ZEROS TO ImporteCargo ImporteAbono
               EVALUATE TRUE
                   WHEN MOV-FACTURA(IdxMovimiento)
                       MOVE "Factura" TO ConceptoMovimiento
                   WHEN MOV-ABONO(IdxMovimiento)
                       MOVE "Abono" TO ConceptoMovimiento
                   WHEN MOV-COBRO(IdxMovimiento)
                       MOVE "Cobro" TO ConceptoMovimiento
                   WHEN OTHER
                       MOVE "Devuelto" TO ConceptoMovimiento
               END-EVALUATE
               IF MOV-Importe(IdxMovimiento) < ZEROS
                   COMPUTE ImporteAbono =
                       ZEROS - MOV-Importe(IdxMovimiento)
                   SUBTRACT MOV-Importe(IdxMovimiento)
                       FROM TotalAbonosPeriodo
               ELSE
                   MOVE MOV-Importe(IdxMovimiento) TO ImporteCargo
                   ADD MOV-Importe(IdxMovimiento) TO TotalCargos
               END-IF
               MOVE SaldoCorriente TO SaldoEditado
               MOVE SPACES TO LineaExtracto
               STRING MOV-Fecha(IdxMovimiento) "  "
                   ConceptoMovimiento " "
                   MOV-Referencia(IdxMovimiento) " "
                   ImporteCargo ImporteAbono SaldoEditado
                   DELIMITED BY SIZE INTO LineaExtracto
               WRITE LineaExtracto.

       EscribePie.
           MOVE ALL "-" TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE TotalCargos TO ImporteCargo.
           MOVE TotalAbonosPeriodo TO ImporteAbono.
           MOVE SaldoCorriente TO SaldoEditado.
           MOVE SPACES TO LineaExtracto.
           STRING FechaHasta "  SALDO FINAL            "
               ImporteCargo ImporteAbono SaldoEditado
               DELIMITED BY SIZE INTO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE "Rogamos comuniquen cualquier discrepancia a la"
               TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE "administracion de cobros. Atentamente."
               TO LineaExtracto.
           WRITE LineaExtracto.

       EscribeResumen.
           DISPLAY "ExtractoCuenta: extractos emitidos: "
               TotalExtractos.
           DISPLAY "ExtractoCuenta: clientes sin movimiento ni "
               "saldo: " TotalOmitidos.
           DISPLAY "ExtractoCuenta: movimientos cargados: "
               TotalMovimientos.

       END PROGRAM ExtractoCuenta.
