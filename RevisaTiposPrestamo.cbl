       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisaTiposPrestamo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoMaestro
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoMaestro.
           SELECT OPTIONAL ArchivoIndices
               ASSIGN TO "indices_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoIndices.
           SELECT ArchivoHistorico
               ASSIGN TO "prestamos_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT ReporteRevision ASSIGN TO "revision_tipos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoMaestro.
       COPY "PRESTMST.cpy".
       FD  ArchivoIndices.
       01  IH-Registro.
           05 IH-Indice PIC X(6).
           05 IH-Fecha PIC 9(8).
           05 IH-Valor PIC S9(2)V999.
       FD  ArchivoHistorico.
       COPY "PRESTHIS.cpy".
       FD  ReporteRevision.
       01  LineaRevision PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoMaestro PIC XX VALUE "00".
           88 NoHayMaestro VALUE "05".
       01  EstadoIndices PIC XX VALUE "00".
           88 NoHayIndices VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       77  FinMaestro PIC X VALUE "N".
           88 NoHayMasMaestro VALUE "S".
       77  FinIndices PIC X VALUE "N".
           88 NoHayMasIndices VALUE "S".
       77  FechaProceso PIC 9(8) VALUE ZEROS.
       77  FechaAplicada PIC 9(8) VALUE ZEROS.
       77  FechaIndiceMejor PIC 9(8) VALUE ZEROS.
       77  TotalIndices PIC 9(4) VALUE ZEROS.
       77  IdxIndice PIC 9(4) VALUE ZEROS.
       77  IdxIndiceElegido PIC 9(4) VALUE ZEROS.
       77  ValorIndice PIC S9(2)V999 VALUE ZEROS.
       77  NuevaTasa PIC S9(3)V99 VALUE ZEROS.
       77  CuotasRestantes PIC 999 VALUE ZEROS.
       77  InteresMensual PIC S9(3)V9(9) COMP-3 VALUE ZEROS.
       77  Factor PIC S9(7)V9(9) COMP-3 VALUE ZEROS.
       77  Numerador PIC S9(9)V9(9) COMP-3 VALUE ZEROS.
       77  Denominador PIC S9(7)V9(9) COMP-3 VALUE ZEROS.
       77  Cuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalRevisados PIC 9(4) VALUE ZEROS.
       77  TotalSinIndice PIC 9(4) VALUE ZEROS.
       77  ValorEditado PIC -9,999.
       77  TasaEditada PIC ZZ9,99.
       77  TasaEditada2 PIC ZZ9,99.
       77  CuotaEditada PIC ZZZZZZZZ9,99.
       77  CuotaEditada2 PIC ZZZZZZZZ9,99.
       01  FechaRevisionDet.
           05 REV-Ano PIC 9(4).
           05 REV-Mes PIC 99.
           05 REV-Dia PIC 99.
       01  TablaIndices.
           05 IND-Entrada OCCURS 2000 TIMES.
               10 IND-Indice PIC X(6).
               10 IND-Fecha PIC 9(8).
               10 IND-Valor PIC S9(2)V999.

       PROCEDURE DIVISION.
      *( revision de los prestamos referenciados: en cada fecha de
      *  revision vencida el tipo pasa a ser el valor del indice
      *  publicado en esa fecha (el ultimo no posterior, como el
      *  historico de tasas de cambio) mas el diferencial, y la
      *  cuota se recalcula sobre el capital pendiente en las
      *  cuotas que quedan )
       Inicio.
           DISPLAY "RevisaTiposPrestamo: revision de tipos de los "
               "prestamos referenciados.".
           DISPLAY "Fecha de proceso (AAAAMMDD, 0 = hoy): ".
           ACCEPT FechaProceso.
           IF FechaProceso = ZEROS
               ACCEPT FechaProceso FROM DATE YYYYMMDD.
           PERFORM CargaIndices.
           OPEN I-O ArchivoMaestro.
           IF NoHayMaestro
               DISPLAY "RevisaTiposPrestamo: no se encontro el "
                   "maestro de prestamos."
               CLOSE ArchivoMaestro
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM AbreHistorico
               OPEN OUTPUT ReporteRevision
               PERFORM EscribeTitulo
               PERFORM LeeMaestro
               PERFORM RevisaPrestamo UNTIL NoHayMasMaestro
               CLOSE ArchivoMaestro
               CLOSE ArchivoHistorico
               PERFORM EscribeResumen
               CLOSE ReporteRevision
               IF TotalSinIndice NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( solo interesan los valores publicados hasta la fecha de
      *  proceso; se guardan todos porque cada prestamo busca el
      *  de su propia fecha de revision )
       CargaIndices.
           MOVE ZEROS TO TotalIndices.
           OPEN INPUT ArchivoIndices.
           IF NoHayIndices
               MOVE "S" TO FinIndices.
           PERFORM CargaUnIndice UNTIL NoHayMasIndices.
           CLOSE ArchivoIndices.

       CargaUnIndice.
           READ ArchivoIndices
               AT END MOVE "S" TO FinIndices
               NOT AT END
                   IF IH-Fecha <= FechaProceso
                       IF TotalIndices < 2000
                           ADD 1 TO TotalIndices
                           MOVE IH-Indice TO IND-Indice(TotalIndices)
                           MOVE IH-Fecha TO IND-Fecha(TotalIndices)
                           MOVE IH-Valor TO IND-Valor(TotalIndices)
                       ELSE
                           DISPLAY "RevisaTiposPrestamo: tabla de "
                               "indices llena, se omite " IH-Indice
                               " " IH-Fecha
                       END-IF
                   END-IF
           END-READ.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

       LeeMaestro.
           READ ArchivoMaestro NEXT
               AT END MOVE "S" TO FinMaestro.

       RevisaPrestamo.
           IF PRM-VIVO
               AND NOT PRM-TIPO-FIJO
               AND PRM-FechaRevision NOT = ZEROS
               AND PRM-FechaRevision <= FechaProceso
               PERFORM BuscaFechaAplicada
               PERFORM BuscaIndice
               IF IdxIndiceElegido = ZEROS
                   PERFORM RegistraSinIndice
               ELSE
                   PERFORM AplicaRevision.
           PERFORM LeeMaestro.

      *( si se ha dejado pasar mas de una revision, vale la ultima
      *  no posterior a la fecha de proceso )
       BuscaFechaAplicada.
           IF PRM-MesesRevision = ZEROS
               MOVE 12 TO PRM-MesesRevision.
           MOVE PRM-FechaRevision TO FechaRevisionDet.
           PERFORM AvanzaRevision
               UNTIL FechaRevisionDet > FechaProceso.

       AvanzaRevision.
           MOVE FechaRevisionDet TO FechaAplicada.
           PERFORM AvanzaMes PRM-MesesRevision TIMES.

       AvanzaMes.
           ADD 1 TO REV-Mes.
           IF REV-Mes > 12
               MOVE 1 TO REV-Mes
               ADD 1 TO REV-Ano.

       BuscaIndice.
           MOVE ZEROS TO IdxIndiceElegido.
           MOVE ZEROS TO FechaIndiceMejor.
           PERFORM CompruebaIndice
               VARYING IdxIndice FROM 1 BY 1
               UNTIL IdxIndice > TotalIndices.

       CompruebaIndice.
           IF IND-Indice(IdxIndice) = PRM-CodigoIndice
               AND IND-Fecha(IdxIndice) <= FechaAplicada
               AND IND-Fecha(IdxIndice) >= FechaIndiceMejor
               MOVE IND-Fecha(IdxIndice) TO FechaIndiceMejor
               MOVE IdxIndice TO IdxIndiceElegido.

       AplicaRevision.
           ADD 1 TO TotalRevisados.
           MOVE IND-Valor(IdxIndiceElegido) TO ValorIndice.
           PERFORM GuardaAntes.
           COMPUTE NuevaTasa ROUNDED = ValorIndice + PRM-Diferencial.
           IF NuevaTasa < ZEROS
               MOVE ZEROS TO NuevaTasa.
           MOVE NuevaTasa TO PRM-TasaAnual.
           COMPUTE CuotasRestantes = PRM-Periodos - PRM-CuotasPagadas.
           IF CuotasRestantes > ZEROS AND PRM-SaldoPendiente > ZEROS
               PERFORM CalculaCuota
               MOVE Cuota TO PRM-Cuota.
           MOVE FechaRevisionDet TO PRM-FechaRevision.
           PERFORM GuardaDespues.
           REWRITE PRM-Registro.
           PERFORM GrabaHistorico.
           PERFORM EscribeLineaRevision.

       CalculaCuota.
           COMPUTE InteresMensual ROUNDED =
               PRM-TasaAnual / 12 / 100.
           IF InteresMensual = ZEROS
               COMPUTE Cuota ROUNDED =
                   PRM-SaldoPendiente / CuotasRestantes
           ELSE
               COMPUTE Factor ROUNDED =
                   (1 + InteresMensual) ** CuotasRestantes
               COMPUTE Numerador ROUNDED =
                   PRM-SaldoPendiente * InteresMensual * Factor
               COMPUTE Denominador = Factor - 1
               COMPUTE Cuota ROUNDED = Numerador / Denominador.

       GuardaAntes.
           MOVE PRM-SaldoPendiente TO PH-SaldoAntes.
           MOVE PRM-TasaAnual TO PH-TasaAntes.
           MOVE PRM-Periodos TO PH-PeriodosAntes.
           MOVE PRM-CuotasPagadas TO PH-PagadasAntes.
           MOVE PRM-Cuota TO PH-CuotaAntes.
           MOVE PRM-FechaProximoVto TO PH-VtoAntes.
           MOVE PRM-ImporteVencido TO PH-VencidoAntes.

       GuardaDespues.
           MOVE PRM-SaldoPendiente TO PH-SaldoDespues.
           MOVE PRM-TasaAnual TO PH-TasaDespues.
           MOVE PRM-Periodos TO PH-PeriodosDespues.
           MOVE PRM-CuotasPagadas TO PH-PagadasDespues.
           MOVE PRM-Cuota TO PH-CuotaDespues.
           MOVE PRM-FechaProximoVto TO PH-VtoDespues.
           MOVE PRM-ImporteVencido TO PH-VencidoDespues.

       GrabaHistorico.
           MOVE PRM-Id TO PH-Id.
           MOVE FechaAplicada TO PH-Fecha.
           MOVE "V" TO PH-Tipo.
           MOVE SPACE TO PH-Modalidad.
           MOVE ZEROS TO PH-Importe.
           MOVE ZEROS TO PH-InteresDevengado.
           WRITE PH-Registro.

       RegistraSinIndice.
           ADD 1 TO TotalSinIndice.
           MOVE SPACES TO LineaRevision.
           STRING "Prestamo " PRM-Id " sin valor del indice "
               PRM-CodigoIndice " a " FechaAplicada
               ", tipo sin revisar"
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.

       EscribeLineaRevision.
           MOVE ValorIndice TO ValorEditado.
           MOVE PH-TasaAntes TO TasaEditada.
           MOVE PH-TasaDespues TO TasaEditada2.
           MOVE PH-CuotaAntes TO CuotaEditada.
           MOVE PH-CuotaDespues TO CuotaEditada2.
           MOVE SPACES TO LineaRevision.
           STRING PRM-Id " " PRM-CodigoIndice " " FechaAplicada
               " " ValorEditado " " TasaEditada " " TasaEditada2
               " " CuotaEditada " " CuotaEditada2
               " " PRM-FechaRevision
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

       EscribeTitulo.
           MOVE SPACES TO LineaRevision.
           STRING "Revision de tipos de prestamos referenciados a "
               FechaProceso DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           MOVE ALL "-" TO LineaRevision.
           WRITE LineaRevision.
           MOVE SPACES TO LineaRevision.
           STRING "Id     Indice Revision Valor  T.ant  T.nue"
               "  Cuota anter.  Cuota nueva  Proxima"
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

       EscribeResumen.
           MOVE SPACES TO LineaRevision.
           WRITE LineaRevision.
           MOVE SPACES TO LineaRevision.
           STRING "Prestamos revisados: " TotalRevisados
               "  sin valor del indice: " TotalSinIndice
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.

       END PROGRAM RevisaTiposPrestamo.
