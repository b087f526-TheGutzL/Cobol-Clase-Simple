       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfirmaRemesa.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoRespuesta
               ASSIGN TO "respuesta_remesa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRespuesta.
           SELECT OPTIONAL ArchivoDomiciliaciones
               ASSIGN TO "domiciliaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-Factura
               FILE STATUS IS EstadoDomiciliaciones.
           SELECT OPTIONAL ArchivoPartidas
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Factura
               FILE STATUS IS EstadoPartidas.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT ArchivoCobros ASSIGN TO "cobros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCobros.
           SELECT ArchivoHistorico ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL HistoricoLectura
               ASSIGN TO "cobros_aplicados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistoricoLectura.
           SELECT CobrosNuevo ASSIGN TO "cobros.nuevo"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCobrosNuevo.
           SELECT ReporteDevoluciones
               ASSIGN TO "devoluciones_remesa.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoRespuesta.
       01  RB-Registro.
           05 RB-Factura PIC 9(8).
           05 RB-Resultado PIC X.
              88 RB-PAGADO VALUE "P".
              88 RB-DEVUELTO VALUE "D".
           05 RB-Fecha PIC 9(8).
           05 RB-Motivo PIC X(4).
       FD  ArchivoDomiciliaciones.
       COPY "DOMICIL.cpy".
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoCobros.
       01  CB-Registro.
           05 CB-Factura PIC 9(8).
           05 CB-ClienteId PIC 9(6).
           05 CB-Fecha PIC 9(8).
           05 CB-Importe PIC 9(9)V99.
       FD  ArchivoHistorico.
       COPY "COBHIST.cpy".
       FD  HistoricoLectura.
       01  HL-Registro.
           05 HL-Factura PIC 9(8).
           05 HL-ClienteId PIC 9(6).
           05 HL-Fecha PIC 9(8).
           05 HL-Importe PIC 9(9)V99.
           05 HL-Tipo PIC X.
              88 HL-COBRO VALUE "C".
       FD  CobrosNuevo.
       01  CN-Registro PIC X(33).
       FD  ReporteDevoluciones.
       01  LineaDevolucion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoRespuesta PIC XX VALUE "00".
           88 NoHayRespuesta VALUE "05".
       01  EstadoDomiciliaciones PIC XX VALUE "00".
           88 NoHayDomiciliaciones VALUE "05".
       01  EstadoPartidas PIC XX VALUE "00".
       01  EstadoClientes PIC XX VALUE "00".
       01  EstadoCobros PIC XX VALUE "00".
           88 CobrosNoExiste VALUE "35".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       01  EstadoHistoricoLectura PIC XX VALUE "00".
       01  EstadoCobrosNuevo PIC XX VALUE "00".
       77  FinRespuesta PIC X VALUE "N".
           88 NoHayMasRespuestas VALUE "S".
       77  AdeudoHalladoFlag PIC X VALUE "N".
           88 AdeudoHallado VALUE "S".
       77  TotalCobrados PIC 9(6) VALUE ZEROS.
       77  TotalDevueltos PIC 9(6) VALUE ZEROS.
       77  TotalReabiertas PIC 9(6) VALUE ZEROS.
       77  TotalRechazadas PIC 9(6) VALUE ZEROS.
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  FinCobros PIC X VALUE "N".
           88 NoHayMasCobros VALUE "S".
       77  ImporteYaAplicado PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalAnuladas PIC 9(4) VALUE ZEROS.
       77  TotalSinAnular PIC 9(4) VALUE ZEROS.
       77  IdxAnulacion PIC 9(4) VALUE ZEROS.
       77  AnulacionHalladaFlag PIC X VALUE "N".
           88 AnulacionHallada VALUE "S".
      *( cobros confirmados que el banco devuelve antes de que
      *  AplicaCobros los haya aplicado: se retiran de cobros.dat
      *  al terminar la pasada )
       01  TablaAnulaciones.
           05 AN-Entrada OCCURS 200 TIMES.
               10 AN-Factura PIC 9(8).
               10 AN-Fecha PIC 9(8).
               10 AN-Importe PIC 9(9)V99.
               10 AN-Retirado PIC X.
       77  TotalImporteCobrado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalImporteDevuelto PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ConfirmaRemesa: respuesta del banco a la remesa "
               "de adeudos domiciliados.".
           OPEN INPUT ArchivoRespuesta.
           IF NoHayRespuesta
               DISPLAY "ConfirmaRemesa: no se encontro "
                   "respuesta_remesa.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoDomiciliaciones
               IF NoHayDomiciliaciones
                   DISPLAY "ConfirmaRemesa: no se encontro "
                       "domiciliaciones.dat."
                   CLOSE ArchivoRespuesta
                   CLOSE ArchivoDomiciliaciones
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ArchivoPartidas
                   OPEN I-O ArchivoClientes
                   PERFORM AbreCobros
                   PERFORM AbreHistorico
                   OPEN OUTPUT ReporteDevoluciones
                   PERFORM EscribeTitulo
                   PERFORM LeeRespuesta
                   PERFORM ProcesaRespuesta UNTIL NoHayMasRespuestas
                   CLOSE ArchivoRespuesta
                   CLOSE ArchivoDomiciliaciones
                   CLOSE ArchivoPartidas
                   CLOSE ArchivoClientes
                   CLOSE ArchivoCobros
                   CLOSE ArchivoHistorico
                   IF TotalAnuladas NOT = ZEROS
                       PERFORM RetiraCobrosAnulados
                   END-IF
                   PERFORM EscribeResumen
                   CLOSE ReporteDevoluciones
                   IF TotalSinAnular NOT = ZEROS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF TotalDevueltos NOT = ZEROS
                      OR TotalRechazadas NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( los adeudos que el banco confirma se anaden a cobros.dat
      *  y los aplica AplicaCobros en su pasada normal )
       AbreCobros.
           OPEN EXTEND ArchivoCobros.
           IF CobrosNoExiste
               OPEN OUTPUT ArchivoCobros
               CLOSE ArchivoCobros
               OPEN EXTEND ArchivoCobros
           END-IF.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

       EscribeTitulo.
           MOVE "Devoluciones de adeudos domiciliados"
               TO LineaDevolucion.
           WRITE LineaDevolucion.
           MOVE ALL "-" TO LineaDevolucion.
           WRITE LineaDevolucion.

       LeeRespuesta.
           READ ArchivoRespuesta
               AT END MOVE "S" TO FinRespuesta.

       ProcesaRespuesta.
           PERFORM BuscaAdeudo.
           EVALUATE TRUE
               WHEN NOT AdeudoHallado
                   PERFORM RechazaRespuesta
               WHEN RB-PAGADO AND DD-REMITIDO
                   PERFORM ConfirmaCobro
               WHEN RB-DEVUELTO AND DD-REMITIDO
                   PERFORM AnotaDevolucion
               WHEN RB-DEVUELTO AND DD-COBRADO
                   PERFORM BuscaCobroAplicado
                   IF ImporteYaAplicado = ZEROS
                       PERFORM AnulaCobroPendiente
                   ELSE
                       PERFORM ReabrePartida
                   END-IF
                   PERFORM AnotaDevolucion
               WHEN OTHER
                   PERFORM RechazaRespuesta
           END-EVALUATE.
           PERFORM LeeRespuesta.

       BuscaAdeudo.
           MOVE "N" TO AdeudoHalladoFlag.
           MOVE RB-Factura TO DD-Factura.
           READ ArchivoDomiciliaciones KEY IS DD-Factura
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO AdeudoHalladoFlag
           END-READ.

       ConfirmaCobro.
           ADD 1 TO TotalCobrados.
           ADD DD-Importe TO TotalImporteCobrado.
           MOVE DD-Factura TO CB-Factura.
           MOVE DD-ClienteId TO CB-ClienteId.
           MOVE RB-Fecha TO CB-Fecha.
           MOVE DD-Importe TO CB-Importe.
           WRITE CB-Registro.
           MOVE "C" TO DD-Estado.
           MOVE RB-Fecha TO DD-FechaRespuesta.
           REWRITE DD-Registro.

      *( lo que AplicaCobros llego a aplicar del cobro confirmado:
      *  sus lineas del historico llevan la factura y la fecha de
      *  la respuesta del banco que paso el adeudo a cobros.dat )
       BuscaCobroAplicado.
           MOVE ZEROS TO ImporteYaAplicado.
           CLOSE ArchivoHistorico.
           MOVE "N" TO FinHistorico.
           OPEN INPUT HistoricoLectura.
           PERFORM LeeHistorico.
           PERFORM SumaCobroAplicado UNTIL NoHayMasHistorico.
           CLOSE HistoricoLectura.
           OPEN EXTEND ArchivoHistorico.

       LeeHistorico.
           READ HistoricoLectura
               AT END MOVE "S" TO FinHistorico.

       SumaCobroAplicado.
           IF HL-COBRO
              AND HL-Factura = DD-Factura
              AND HL-Fecha = DD-FechaRespuesta
               ADD HL-Importe TO ImporteYaAplicado.
           PERFORM LeeHistorico.

      *( el cobro sigue en cobros.dat sin aplicar: la partida no
      *  se toca y la linea se retira al final para que AplicaCobros
      *  no salde una factura que el banco ha devuelto )
       AnulaCobroPendiente.
           IF TotalAnuladas < 200
               ADD 1 TO TotalAnuladas
               MOVE DD-Factura TO AN-Factura(TotalAnuladas)
               MOVE DD-FechaRespuesta TO AN-Fecha(TotalAnuladas)
               MOVE DD-Importe TO AN-Importe(TotalAnuladas)
               MOVE "N" TO AN-Retirado(TotalAnuladas)
           ELSE
               ADD 1 TO TotalSinAnular
               MOVE SPACES TO LineaDevolucion
               STRING "AVISO: factura " DD-Factura " cobro del "
                   DD-FechaRespuesta " sin aplicar; retirelo a mano "
                   "de cobros.dat"
                   DELIMITED BY SIZE INTO LineaDevolucion
               WRITE LineaDevolucion
               DISPLAY LineaDevolucion.

      *( una devolucion posterior al cobro deshace la aplicacion:
      *  la partida vuelve a quedar pendiente por lo aplicado, el
      *  riesgo vivo del cliente se repone y el historico anota la
      *  retrocesion )
       ReabrePartida.
           MOVE DD-Factura TO PA-Factura.
           READ ArchivoPartidas KEY IS PA-Factura
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ImporteYaAplicado TO PA-ImportePendiente
                   IF PA-ImportePendiente > PA-ImporteOriginal
                       MOVE PA-ImporteOriginal TO PA-ImportePendiente
                   END-IF
                   IF PA-ImportePendiente = PA-ImporteOriginal
                       MOVE "A" TO PA-Estado
                   ELSE
                       MOVE "P" TO PA-Estado
                   END-IF
                   REWRITE PA-Registro
                   ADD 1 TO TotalReabiertas
           END-READ.
           MOVE DD-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ImporteYaAplicado TO CLI-RiesgoVivo
                   REWRITE CLI-Registro
           END-READ.
           MOVE DD-Factura TO CH-Factura.
           MOVE DD-ClienteId TO CH-ClienteId.
           MOVE RB-Fecha TO CH-Fecha.
           MOVE ImporteYaAplicado TO CH-Importe.
           MOVE "R" TO CH-Tipo.
           WRITE CH-Registro.

       AnotaDevolucion.
           ADD 1 TO TotalDevueltos.
           ADD DD-Importe TO TotalImporteDevuelto.
           MOVE DD-Importe TO ImporteEditado.
           MOVE SPACES TO LineaDevolucion.
           STRING "Factura " DD-Factura " cliente " DD-ClienteId
               " devuelta el " RB-Fecha " motivo " RB-Motivo
               " importe " ImporteEditado
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE SPACES TO LineaDevolucion.
           STRING "    mandato " DD-MandatoRef
               " cargo del " DD-FechaCargo
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           MOVE "D" TO DD-Estado.
           MOVE RB-Fecha TO DD-FechaRespuesta.
           MOVE RB-Motivo TO DD-MotivoDevolucion.
           REWRITE DD-Registro.

      *( cobros.dat se copia a cobros.nuevo sin las lineas anuladas
      *  y se vuelve a copiar encima, como hace ArchivaLogs con los
      *  registros de auditoria )
       RetiraCobrosAnulados.
           MOVE "N" TO FinCobros.
           OPEN INPUT ArchivoCobros.
           OPEN OUTPUT CobrosNuevo.
           PERFORM LeeCobro.
           PERFORM CopiaCobroVigente UNTIL NoHayMasCobros.
           CLOSE ArchivoCobros.
           CLOSE CobrosNuevo.
           MOVE "N" TO FinCobros.
           OPEN INPUT CobrosNuevo.
           OPEN OUTPUT ArchivoCobros.
           PERFORM LeeCobroNuevo.
           PERFORM RestauraCobro UNTIL NoHayMasCobros.
           CLOSE CobrosNuevo.
           CLOSE ArchivoCobros.
           PERFORM InformaAnulacion
               VARYING IdxAnulacion FROM 1 BY 1
               UNTIL IdxAnulacion > TotalAnuladas.

       LeeCobro.
           READ ArchivoCobros
               AT END MOVE "S" TO FinCobros.

       LeeCobroNuevo.
           READ CobrosNuevo
               AT END MOVE "S" TO FinCobros.

       CopiaCobroVigente.
           MOVE "N" TO AnulacionHalladaFlag.
           PERFORM CompruebaAnulacion
               VARYING IdxAnulacion FROM 1 BY 1
               UNTIL IdxAnulacion > TotalAnuladas
                  OR AnulacionHallada.
           IF NOT AnulacionHallada
               MOVE CB-Registro TO CN-Registro
               WRITE CN-Registro.
           PERFORM LeeCobro.

       CompruebaAnulacion.
           IF AN-Retirado(IdxAnulacion) = "N"
              AND AN-Factura(IdxAnulacion) = CB-Factura
              AND AN-Fecha(IdxAnulacion) = CB-Fecha
              AND AN-Importe(IdxAnulacion) = CB-Importe
               MOVE "S" TO AN-Retirado(IdxAnulacion)
               MOVE "S" TO AnulacionHalladaFlag.

       RestauraCobro.
           MOVE CN-Registro TO CB-Registro.
           WRITE CB-Registro.
           PERFORM LeeCobroNuevo.

       InformaAnulacion.
           MOVE SPACES TO LineaDevolucion.
           IF AN-Retirado(IdxAnulacion) = "S"
               STRING "    factura " AN-Factura(IdxAnulacion)
                   " cobro del " AN-Fecha(IdxAnulacion)
                   " sin aplicar: retirado de cobros.dat"
                   DELIMITED BY SIZE INTO LineaDevolucion
           ELSE
               STRING "    factura " AN-Factura(IdxAnulacion)
                   " cobro del " AN-Fecha(IdxAnulacion)
                   " no esta en cobros.dat ni en el historico"
                   DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

       RechazaRespuesta.
           ADD 1 TO TotalRechazadas.
           MOVE SPACES TO LineaDevolucion.
           IF NOT AdeudoHallado
               STRING "Respuesta rechazada: factura " RB-Factura
                   " no figura en la remesa"
                   DELIMITED BY SIZE INTO LineaDevolucion
           ELSE
               STRING "Respuesta rechazada: factura " RB-Factura
                   " resultado " RB-Resultado
                   " con el adeudo en estado " DD-Estado
                   DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

       EscribeResumen.
           MOVE SPACES TO LineaDevolucion.
           WRITE LineaDevolucion.
           MOVE TotalImporteCobrado TO TotalEditado.
           MOVE SPACES TO LineaDevolucion.
           STRING "Adeudos cobrados:   " TotalCobrados
               "  pasados a cobros.dat por " TotalEditado
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE TotalImporteDevuelto TO TotalEditado.
           MOVE SPACES TO LineaDevolucion.
           STRING "Adeudos devueltos:  " TotalDevueltos
               "  por " TotalEditado
               "  partidas reabiertas: " TotalReabiertas
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE SPACES TO LineaDevolucion.
           STRING "Cobros sin aplicar retirados de cobros.dat: "
               TotalAnuladas "  sin retirar: " TotalSinAnular
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.
           MOVE SPACES TO LineaDevolucion.
           STRING "Respuestas rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaDevolucion.
           WRITE LineaDevolucion.
           DISPLAY LineaDevolucion.

       END PROGRAM ConfirmaRemesa.
