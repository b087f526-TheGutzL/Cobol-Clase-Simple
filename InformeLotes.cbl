       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeLotes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoLotes ASSIGN TO "stock_lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Clave
               FILE STATUS IS EstadoLotes.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "lotes_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteLotes ASSIGN TO "lotes_caducidad.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoLotes.
       COPY "STKLOTE.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoParametros.
       01  LP-Registro.
           05 LP-DiasAviso PIC 9(3).
       FD  ReporteLotes.
       01  LineaLote PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoLotes PIC XX VALUE "00".
           88 NoHayLotes VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaLimite PIC 9(8) VALUE ZEROS.
       77  DiasAviso PIC 9(3) VALUE 30.
       77  FinLotes PIC X VALUE "N".
           88 NoHayMasLotes VALUE "S".
       77  TotalCargados PIC 9(4) VALUE ZEROS.
       77  IdxLote PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  TotalCaducados PIC 9(4) VALUE ZEROS.
       77  TotalPorCaducar PIC 9(4) VALUE ZEROS.
       77  DiasRestantes PIC S9(5) VALUE ZEROS.
       77  CosteLote PIC 9(5)V9(4) VALUE ZEROS.
       77  ValorLote PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ValorCaducado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ValorPorCaducar PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  DiasEditado PIC -(4)9.
       77  CantidadEditada PIC -(6)9.
       77  ValorEditado PIC -(9)9,99.
       77  EstadoLote PIC X(11) VALUE SPACES.
       01  EntradaTemporal PIC X(37).
       01  TablaLotes.
           05 LOT-Entrada OCCURS 2000 TIMES.
               10 LOT-Sku PIC X(10).
               10 LOT-Lote PIC X(12).
               10 LOT-FechaCaducidad PIC 9(8).
               10 LOT-Cantidad PIC S9(7).

       PROCEDURE DIVISION.
      *( informe semanal de caducidades: lotes con existencias ya
      *  caducados o que caducan en los proximos dias de aviso
      *  (lotes_param.dat, 30 por defecto), ordenados por fecha
      *  de caducidad y valorados al coste medio del articulo.
      *  Devuelve 4 si hay algun lote caducado con existencias )
       Inicio.
           DISPLAY "InformeLotes: lotes caducados y proximos a "
               "caducar.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           COMPUTE FechaLimite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FechaHoy) + DiasAviso).
           OPEN INPUT ArchivoLotes.
           IF NoHayLotes
               DISPLAY "InformeLotes: no se encontro stock_lotes.dat."
               CLOSE ArchivoLotes
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeLote.
           PERFORM CargaLote UNTIL NoHayMasLotes.
           CLOSE ArchivoLotes.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden > TotalCargados.
           OPEN INPUT ArchivoStock.
           OPEN OUTPUT ReporteLotes.
           PERFORM EscribeTitulo.
           PERFORM EscribeLote
               VARYING IdxLote FROM 1 BY 1
               UNTIL IdxLote > TotalCargados.
           PERFORM EscribeResumen.
           CLOSE ArchivoStock.
           CLOSE ReporteLotes.
           IF TotalCaducados NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF LP-DiasAviso NOT = ZEROS
                           MOVE LP-DiasAviso TO DiasAviso
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeLote.
           READ ArchivoLotes NEXT
               AT END MOVE "S" TO FinLotes.

       CargaLote.
           IF SL-Cantidad > ZEROS
               AND SL-FechaCaducidad <= FechaLimite
               IF TotalCargados < 2000
                   ADD 1 TO TotalCargados
                   MOVE SL-Sku TO LOT-Sku(TotalCargados)
                   MOVE SL-Lote TO LOT-Lote(TotalCargados)
                   MOVE SL-FechaCaducidad
                       TO LOT-FechaCaducidad(TotalCargados)
                   MOVE SL-Cantidad TO LOT-Cantidad(TotalCargados)
               ELSE
                   DISPLAY "InformeLotes: tabla de lotes llena, se "
                       "omite " SL-Sku " " SL-Lote.
           PERFORM LeeLote.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalCargados.
           IF IdxMenor NOT = IdxOrden
               MOVE LOT-Entrada(IdxOrden) TO EntradaTemporal
               MOVE LOT-Entrada(IdxMenor) TO LOT-Entrada(IdxOrden)
               MOVE EntradaTemporal TO LOT-Entrada(IdxMenor).

       BuscaMenor.
           IF LOT-FechaCaducidad(IdxBusca) <
               LOT-FechaCaducidad(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       EscribeLote.
           MOVE LOT-Sku(IdxLote) TO ST-Sku.
           MOVE ZEROS TO CosteLote.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-CosteMedio TO CosteLote
           END-READ.
           COMPUTE ValorLote ROUNDED =
               LOT-Cantidad(IdxLote) * CosteLote.
           COMPUTE DiasRestantes =
               FUNCTION INTEGER-OF-DATE(LOT-FechaCaducidad(IdxLote))
               - FUNCTION INTEGER-OF-DATE(FechaHoy).
           IF LOT-FechaCaducidad(IdxLote) < FechaHoy
               MOVE "CADUCADO" TO EstadoLote
               ADD 1 TO TotalCaducados
               ADD ValorLote TO ValorCaducado
           ELSE
               MOVE "POR CADUCAR" TO EstadoLote
               ADD 1 TO TotalPorCaducar
               ADD ValorLote TO ValorPorCaducar.
           MOVE DiasRestantes TO DiasEditado.
           MOVE LOT-Cantidad(IdxLote) TO CantidadEditada.
           MOVE ValorLote TO ValorEditado.
           MOVE SPACES TO LineaLote.
           STRING LOT-Sku(IdxLote) " " LOT-Lote(IdxLote) " "
               LOT-FechaCaducidad(IdxLote) " " DiasEditado " "
               CantidadEditada " " ValorEditado " " EstadoLote
               DELIMITED BY SIZE INTO LineaLote.
           WRITE LineaLote.

       EscribeTitulo.
           MOVE SPACES TO LineaLote.
           STRING "Lotes caducados o que caducan antes del "
               FechaLimite " (informe del " FechaHoy ")"
               DELIMITED BY SIZE INTO LineaLote.
           WRITE LineaLote.
           MOVE ALL "-" TO LineaLote.
           WRITE LineaLote.
           MOVE "SKU        Lote         Caducidad  Dias  Cantidad"
               TO LineaLote.
           MOVE "Valor coste" TO LineaLote(50:11).
           WRITE LineaLote.

       EscribeResumen.
           MOVE SPACES TO LineaLote.
           WRITE LineaLote.
           MOVE ValorCaducado TO ValorEditado.
           MOVE SPACES TO LineaLote.
           STRING "Lotes caducados: " TotalCaducados
               "  valor " ValorEditado
               DELIMITED BY SIZE INTO LineaLote.
           WRITE LineaLote.
           DISPLAY LineaLote.
           MOVE ValorPorCaducar TO ValorEditado.
           MOVE SPACES TO LineaLote.
           STRING "Lotes por caducar: " TotalPorCaducar
               "  valor " ValorEditado
               DELIMITED BY SIZE INTO LineaLote.
           WRITE LineaLote.
           DISPLAY LineaLote.

       END PROGRAM InformeLotes.
