           SELECT ReporteAplicacion
               ASSIGN TO "cobros_aplicacion.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArchivoHistorico ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCobros.
       COPY "CLIMST.cpy".
       FD  ReporteAplicacion.
       01  LineaAplicacion PIC X(90).
       FD  ArchivoHistorico.
       COPY "COBHIST.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoCobros PIC XX VALUE "00".
           88 NoHayCobros VALUE "05".
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       77  FinCobros PIC X VALUE "N".
           88 NoHayMasCobros VALUE "S".
       77  PartidaHalladaFlag PIC X VALUE "N".
               ELSE
                   OPEN I-O ArchivoClientes
                   OPEN OUTPUT ReporteAplicacion
                   PERFORM AbreHistorico
                   PERFORM EscribeTitulo
                   PERFORM LeeCobro
                   PERFORM AplicaCobro UNTIL NoHayMasCobros
                   CLOSE ArchivoCobros
                   CLOSE ArchivoPartidas
                   CLOSE ArchivoClientes
                   CLOSE ArchivoHistorico
                   PERFORM EscribeResumen
                   CLOSE ReporteAplicacion
                   IF TotalSinPartida NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

       LeeCobro.
           READ ArchivoCobros
               AT END MOVE "S" TO FinCobros.
               ADD 1 TO TotalParciales.
           REWRITE PA-Registro.
           ADD ImporteAplicado TO TotalAplicado.
           PERFORM AnotaHistorico.
           PERFORM RebajaRiesgoCliente.
           MOVE ImporteAplicado TO ImporteEditado.
           MOVE SPACES TO LineaAplicacion.
               WRITE LineaAplicacion
               DISPLAY LineaAplicacion.

      *( cada aplicacion queda en el historico de cobros con la
      *  fecha del cobro, para el extracto de cuenta del cliente
      *  y la conciliacion con el banco )
       AnotaHistorico.
           MOVE PA-Factura TO CH-Factura.
           MOVE PA-ClienteId TO CH-ClienteId.
           MOVE CB-Fecha TO CH-Fecha.
           MOVE ImporteAplicado TO CH-Importe.
           MOVE "C" TO CH-Tipo.
           WRITE CH-Registro.

       RebajaRiesgoCliente.
           MOVE PA-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
