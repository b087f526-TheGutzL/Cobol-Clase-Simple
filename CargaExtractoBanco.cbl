       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaExtractoBanco.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoExtracto ASSIGN TO EXTBANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoExtracto.
           SELECT ArchivoMovimientos ASSIGN TO "movimientos_banco.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoMovimientos.
           SELECT ReporteCarga ASSIGN TO "carga_extracto.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoExtracto.
       01  EB-Registro.
           05 EB-Tipo PIC X.
           05 EB-FechaValor PIC 9(8).
           05 EB-Signo PIC X.
           05 EB-Importe PIC 9(9)V99.
           05 EB-Referencia PIC X(20).
           05 EB-Concepto PIC X(30).
       01  EB-RegistroCabecera.
           05 FILLER PIC X.
           05 EBH-FechaExtracto PIC 9(8).
           05 EBH-Cuenta PIC X(34).
       01  EB-RegistroCola.
           05 FILLER PIC X.
           05 EBT-Contador PIC 9(6).
           05 EBT-TotalAbonos PIC 9(11)V99.
           05 EBT-TotalCargos PIC 9(11)V99.
       FD  ArchivoMovimientos.
       COPY "MOVBANCO.cpy".
       FD  ReporteCarga.
       01  LineaCarga PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoExtracto PIC XX VALUE "00".
           88 NoHayExtracto VALUE "05".
       01  EstadoMovimientos PIC XX VALUE "00".
           88 MovimientosNoExiste VALUE "35".
       77  FinExtracto PIC X VALUE "N".
           88 NoHayMasExtracto VALUE "S".
       77  FinMovimientos PIC X VALUE "N".
           88 NoHayMasMovimientos VALUE "S".
       77  ExtractoValidoFlag PIC X VALUE "S".
           88 ExtractoValido VALUE "S".
       77  ColaLeidaFlag PIC X VALUE "N".
           88 ColaLeida VALUE "S".
       77  FechaExtracto PIC 9(8) VALUE ZEROS.
       77  TotalLineas PIC 9(6) VALUE ZEROS.
       77  TotalAbonos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalCargos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalGrabados PIC 9(6) VALUE ZEROS.
       77  TotalEditado PIC -(11)9,99.
       77  MotivoRechazo PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *( el extracto se valida entero antes de grabar nada: la
      *  cola del banco debe cuadrar en lineas e importes y la
      *  fecha del extracto no puede estar ya importada )
       Inicio.
           DISPLAY "CargaExtractoBanco: importacion del extracto "
               "bancario diario.".
           OPEN INPUT ArchivoExtracto.
           IF NoHayExtracto
               DISPLAY "CargaExtractoBanco: no se encontro el "
                   "extracto (DD EXTBANCO)."
               CLOSE ArchivoExtracto
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ReporteCarga
               PERFORM ValidaExtracto
               CLOSE ArchivoExtracto
               IF ExtractoValido
                   PERFORM CompruebaDuplicado
               END-IF
               IF ExtractoValido
                   PERFORM GrabaExtracto
               ELSE
                   MOVE SPACES TO LineaCarga
                   STRING "Extracto rechazado: " MotivoRechazo
                       DELIMITED BY SIZE INTO LineaCarga
                   WRITE LineaCarga
                   DISPLAY LineaCarga
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM EscribeResumen
               CLOSE ReporteCarga.
           STOP RUN.

       ValidaExtracto.
           MOVE "N" TO FinExtracto.
           PERFORM LeeExtracto.
           IF NoHayMasExtracto OR EB-Tipo NOT = "H"
               MOVE "N" TO ExtractoValidoFlag
               MOVE "falta la cabecera del banco" TO MotivoRechazo
           ELSE
               MOVE EBH-FechaExtracto TO FechaExtracto
               MOVE SPACES TO LineaCarga
               STRING "Extracto del " FechaExtracto " cuenta "
                   EBH-Cuenta
                   DELIMITED BY SIZE INTO LineaCarga
               WRITE LineaCarga
               MOVE ALL "-" TO LineaCarga
               WRITE LineaCarga
               PERFORM LeeExtracto
               PERFORM ValidaUnaLinea
                   UNTIL NoHayMasExtracto OR NOT ExtractoValido
               IF ExtractoValido AND NOT ColaLeida
                   MOVE "N" TO ExtractoValidoFlag
                   MOVE "falta la cola del banco" TO MotivoRechazo
               END-IF
           END-IF.

       LeeExtracto.
           READ ArchivoExtracto
               AT END MOVE "S" TO FinExtracto.

       ValidaUnaLinea.
           EVALUATE EB-Tipo
               WHEN "D"
                   PERFORM ValidaDetalle
               WHEN "T"
                   PERFORM ValidaCola
               WHEN OTHER
                   MOVE "N" TO ExtractoValidoFlag
                   MOVE "tipo de registro desconocido"
                       TO MotivoRechazo
           END-EVALUATE.
           PERFORM LeeExtracto.

       ValidaDetalle.
           IF ColaLeida
               MOVE "N" TO ExtractoValidoFlag
               MOVE "detalle despues de la cola" TO MotivoRechazo
           ELSE
               IF EB-Importe NOT NUMERIC
                  OR EB-FechaValor NOT NUMERIC
                  OR (EB-Signo NOT = "C" AND EB-Signo NOT = "D")
                   MOVE "N" TO ExtractoValidoFlag
                   MOVE "linea de detalle mal formada"
                       TO MotivoRechazo
               ELSE
                   ADD 1 TO TotalLineas
                   IF EB-Signo = "C"
                       ADD EB-Importe TO TotalAbonos
                   ELSE
                       ADD EB-Importe TO TotalCargos
                   END-IF
               END-IF
           END-IF.

       ValidaCola.
           MOVE "S" TO ColaLeidaFlag.
           IF EBT-Contador NOT = TotalLineas
               MOVE "N" TO ExtractoValidoFlag
               MOVE "la cola no cuadra en numero de lineas"
                   TO MotivoRechazo
           ELSE
               IF EBT-TotalAbonos NOT = TotalAbonos
                  OR EBT-TotalCargos NOT = TotalCargos
                   MOVE "N" TO ExtractoValidoFlag
                   MOVE "la cola no cuadra en importes"
                       TO MotivoRechazo
               END-IF
           END-IF.

       CompruebaDuplicado.
           MOVE "N" TO FinMovimientos.
           OPEN INPUT ArchivoMovimientos.
           IF MovimientosNoExiste
               MOVE "S" TO FinMovimientos.
           PERFORM CompruebaUnMovimiento
               UNTIL NoHayMasMovimientos OR NOT ExtractoValido.
           CLOSE ArchivoMovimientos.

       CompruebaUnMovimiento.
           READ ArchivoMovimientos
               AT END MOVE "S" TO FinMovimientos
               NOT AT END
                   IF MB-FechaExtracto = FechaExtracto
                       MOVE "N" TO ExtractoValidoFlag
                       MOVE "el extracto de esa fecha ya se importo"
                           TO MotivoRechazo
                   END-IF
           END-READ.

       GrabaExtracto.
           OPEN EXTEND ArchivoMovimientos.
           IF MovimientosNoExiste
               OPEN OUTPUT ArchivoMovimientos
               CLOSE ArchivoMovimientos
               OPEN EXTEND ArchivoMovimientos
           END-IF.
           OPEN INPUT ArchivoExtracto.
           MOVE "N" TO FinExtracto.
           PERFORM LeeExtracto.
           PERFORM GrabaUnaLinea UNTIL NoHayMasExtracto.
           CLOSE ArchivoExtracto.
           CLOSE ArchivoMovimientos.

       GrabaUnaLinea.
           IF EB-Tipo = "D"
               ADD 1 TO TotalGrabados
               MOVE FechaExtracto TO MB-FechaExtracto
               MOVE TotalGrabados TO MB-Linea
               MOVE EB-FechaValor TO MB-FechaValor
               MOVE EB-Signo TO MB-Signo
               MOVE EB-Importe TO MB-Importe
               MOVE EB-Referencia TO MB-Referencia
               MOVE EB-Concepto TO MB-Concepto
               WRITE MB-Registro.
           PERFORM LeeExtracto.

       EscribeResumen.
           MOVE SPACES TO LineaCarga.
           WRITE LineaCarga.
           MOVE SPACES TO LineaCarga.
           STRING "Lineas leidas: " TotalLineas
               "  grabadas: " TotalGrabados
               DELIMITED BY SIZE INTO LineaCarga.
           WRITE LineaCarga.
           DISPLAY LineaCarga.
           MOVE TotalAbonos TO TotalEditado.
           MOVE SPACES TO LineaCarga.
           STRING "Total abonos: " TotalEditado
               DELIMITED BY SIZE INTO LineaCarga.
           WRITE LineaCarga.
           DISPLAY LineaCarga.
           MOVE TotalCargos TO TotalEditado.
           MOVE SPACES TO LineaCarga.
           STRING "Total cargos: " TotalEditado
               DELIMITED BY SIZE INTO LineaCarga.
           WRITE LineaCarga.
           DISPLAY LineaCarga.

       END PROGRAM CargaExtractoBanco.
