       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemesaDomiciliaciones.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPartidas
               ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-Factura
               FILE STATUS IS EstadoPartidas.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoDomiciliaciones
               ASSIGN TO "domiciliaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-Factura
               FILE STATUS IS EstadoDomiciliaciones.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "remesa_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoRemesa ASSIGN TO REMESADD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteRemesa ASSIGN TO "remesa_domiciliaciones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoDomiciliaciones.
       COPY "DOMICIL.cpy".
       FD  ArchivoParametros.
       01  RM-Registro.
           05 RM-DiasVencimiento PIC 999.
       FD  ArchivoRemesa.
       COPY "REMESADD.cpy".
       FD  ReporteRemesa.
       01  LineaRemesa PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoDomiciliaciones PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinPartidas PIC X VALUE "N".
           88 NoHayMasPartidas VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  AdeudoPrevioFlag PIC X VALUE "N".
           88 AdeudoPrevio VALUE "S".
       77  DiasVencimiento PIC 999 VALUE 30.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaCargo PIC 9(8) VALUE ZEROS.
       77  DiaCargo PIC 9(8) VALUE ZEROS.
       77  DiaVencimiento PIC 9(8) VALUE ZEROS.
       77  TotalAdeudos PIC 9(6) VALUE ZEROS.
       77  TotalYaRemitidos PIC 9(6) VALUE ZEROS.
       77  TotalDevueltosPrevios PIC 9(6) VALUE ZEROS.
       77  TotalImporte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "RemesaDomiciliaciones: remesa de adeudos "
               "domiciliados al banco.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           DISPLAY "Introduce la fecha de cargo (AAAAMMDD, "
               "0 = hoy): ".
           ACCEPT FechaCargo.
           IF FechaCargo = ZEROS
               MOVE FechaHoy TO FechaCargo.
           PERFORM CargaParametros.
           COMPUTE DiaCargo = FUNCTION INTEGER-OF-DATE(FechaCargo).
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               DISPLAY "RemesaDomiciliaciones: no se encontro "
                   "partidas_abiertas.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoClientes
               IF NoHayClientes
                   DISPLAY "RemesaDomiciliaciones: no se encontro "
                       "clientes.dat."
                   CLOSE ArchivoPartidas
                   CLOSE ArchivoClientes
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O ArchivoDomiciliaciones
                   OPEN OUTPUT ArchivoRemesa
                   OPEN OUTPUT ReporteRemesa
                   PERFORM EscribeTitulo
                   PERFORM EscribeCabeceraBanco
                   PERFORM LeePartida
                   PERFORM ExaminaPartida UNTIL NoHayMasPartidas
                   PERFORM EscribeColaBanco
                   CLOSE ArchivoPartidas
                   CLOSE ArchivoClientes
                   CLOSE ArchivoDomiciliaciones
                   CLOSE ArchivoRemesa
                   PERFORM EscribeResumen
                   CLOSE ReporteRemesa.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF RM-DiasVencimiento NOT = ZEROS
                           MOVE RM-DiasVencimiento
                               TO DiasVencimiento
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       EscribeTitulo.
           MOVE SPACES TO LineaRemesa.
           STRING "REMESA DE ADEUDOS DOMICILIADOS - cargo el "
               FechaCargo " - vencimiento a " DiasVencimiento
               " dias"
               DELIMITED BY SIZE INTO LineaRemesa.
           WRITE LineaRemesa.
           MOVE ALL "-" TO LineaRemesa.
           WRITE LineaRemesa.

       EscribeCabeceraBanco.
           MOVE SPACES TO RD-RegistroCabecera.
           MOVE "H" TO RD-Tipo.
           MOVE FechaHoy TO RDH-FechaCreacion.
           MOVE FechaCargo TO RDH-FechaCargo.
           WRITE RD-RegistroCabecera.

       LeePartida.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinPartidas.

      *( entra en remesa la partida abierta ya vencida a la
      *  fecha de cargo de un cliente con mandato y cuenta; una
      *  factura ya remitida no se vuelve a remitir, y si el
      *  banco la devolvio queda para la gestion de cobros )
       ExaminaPartida.
           IF NOT PA-COBRADA
               AND PA-ImportePendiente NOT = ZEROS
               COMPUTE DiaVencimiento =
                   FUNCTION INTEGER-OF-DATE(PA-FechaFactura)
                   + DiasVencimiento
               IF DiaVencimiento <= DiaCargo
                   PERFORM BuscaCliente
                   IF ClienteHallado
                       AND NOT CLI-BAJA
                       AND CLI-MandatoRef NOT = SPACES
                       AND CLI-Iban NOT = SPACES
                       PERFORM CompruebaAdeudoPrevio
                       IF NOT AdeudoPrevio
                           PERFORM RemiteAdeudo
                       END-IF
                   END-IF
               END-IF.
           PERFORM LeePartida.

       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE PA-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteHalladoFlag
           END-READ.

       CompruebaAdeudoPrevio.
           MOVE "N" TO AdeudoPrevioFlag.
           MOVE PA-Factura TO DD-Factura.
           READ ArchivoDomiciliaciones KEY IS DD-Factura
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO AdeudoPrevioFlag
                   IF DD-DEVUELTO
                       ADD 1 TO TotalDevueltosPrevios
                       MOVE SPACES TO LineaRemesa
                       STRING "Factura " PA-Factura " cliente "
                           PA-ClienteId " devuelta el "
                           DD-FechaRespuesta " motivo "
                           DD-MotivoDevolucion
                           ": no se vuelve a remitir"
                           DELIMITED BY SIZE INTO LineaRemesa
                       WRITE LineaRemesa
                   ELSE
                       ADD 1 TO TotalYaRemitidos
                   END-IF
           END-READ.

       RemiteAdeudo.
           ADD 1 TO TotalAdeudos.
           ADD PA-ImportePendiente TO TotalImporte.
           MOVE "D" TO RD-Tipo.
           MOVE PA-ClienteId TO RD-ClienteId.
           MOVE PA-Factura TO RD-Factura.
           MOVE CLI-MandatoRef TO RD-MandatoRef.
           MOVE CLI-FechaMandato TO RD-FechaMandato.
           MOVE CLI-Iban TO RD-Iban.
           MOVE PA-ImportePendiente TO RD-Importe.
           MOVE "EUR" TO RD-Moneda.
           WRITE RD-Registro.
           MOVE PA-Factura TO DD-Factura.
           MOVE PA-ClienteId TO DD-ClienteId.
           MOVE CLI-MandatoRef TO DD-MandatoRef.
           MOVE PA-ImportePendiente TO DD-Importe.
           MOVE FechaCargo TO DD-FechaCargo.
           MOVE ZEROS TO DD-FechaRespuesta.
           MOVE SPACES TO DD-MotivoDevolucion.
           MOVE "E" TO DD-Estado.
           WRITE DD-Registro
               INVALID KEY
                   DISPLAY "RemesaDomiciliaciones: no se pudo "
                       "anotar la factura " PA-Factura
           END-WRITE.
           MOVE PA-ImportePendiente TO ImporteEditado.
           MOVE SPACES TO LineaRemesa.
           STRING "Adeudo factura " PA-Factura " cliente "
               PA-ClienteId " mandato " CLI-MandatoRef
               DELIMITED BY SIZE INTO LineaRemesa.
           WRITE LineaRemesa.
           MOVE SPACES TO LineaRemesa.
           STRING "    cuenta " CLI-Iban " importe " ImporteEditado
               DELIMITED BY SIZE INTO LineaRemesa.
           WRITE LineaRemesa.

       EscribeColaBanco.
           MOVE SPACES TO RD-RegistroCola.
           MOVE "T" TO RD-Tipo.
           MOVE TotalAdeudos TO RDT-Contador.
           MOVE TotalImporte TO RDT-Total.
           WRITE RD-RegistroCola.

       EscribeResumen.
           MOVE SPACES TO LineaRemesa.
           WRITE LineaRemesa.
           MOVE TotalImporte TO TotalEditado.
           MOVE SPACES TO LineaRemesa.
           STRING "Adeudos remitidos: " TotalAdeudos
               "  Importe: " TotalEditado
               DELIMITED BY SIZE INTO LineaRemesa.
           WRITE LineaRemesa.
           DISPLAY LineaRemesa.
           MOVE SPACES TO LineaRemesa.
           STRING "Ya remitidos antes: " TotalYaRemitidos
               "  Devueltos pendientes de gestion: "
               TotalDevueltosPrevios
               DELIMITED BY SIZE INTO LineaRemesa.
           WRITE LineaRemesa.
           DISPLAY LineaRemesa.

       END PROGRAM RemesaDomiciliaciones.
