       IDENTIFICATION DIVISION.
       PROGRAM-ID. PedidosWebMQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoJournal ASSIGN TO "mq_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT ArchivoPedidos ASSIGN TO "pedidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPedidos.
           SELECT OPTIONAL ArchivoSecuencia
               ASSIGN TO "pedido_web_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecuencia.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoJournal.
       COPY "MQJOURNL.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoPedidos.
       01  PD-Registro.
           05 PD-Id PIC 9(6).
           05 PD-Cliente PIC X(20).
           05 PD-ClienteId PIC 9(6).
           05 PD-Sku PIC X(10).
           05 PD-Cantidad PIC 9(5).
           05 PD-Presupuesto PIC 9(6).
           05 PD-PrecioPactado PIC 99V9(4).
           05 PD-VendedorId PIC 9(6).
       FD  ArchivoSecuencia.
       01  SEC-Registro.
           05 SEC-UltimoPedido PIC 9(6).
       WORKING-STORAGE SECTION.
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayArchivoClientes VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayArchivoPrecios VALUE "05".
       01  EstadoPedidos PIC XX VALUE "00".
           88 PedidosNoExiste VALUE "35".
       01  EstadoSecuencia PIC XX VALUE "00".
           88 SecuenciaExiste VALUE "00".
       77  NombreQMgr PIC X(48) VALUE "QM.CALCULADORA".
       77  NombreColaEntrada PIC X(48) VALUE "WEB.PEDIDOS".
       77  NombreColaSalida PIC X(48) VALUE "WEB.PEDIDOS.RESPUESTAS".
       77  NombreColaMuertas PIC X(48) VALUE "WEB.PEDIDOS.DLQ".
       77  HConn PIC S9(9) COMP VALUE ZERO.
       77  HObjEntrada PIC S9(9) COMP VALUE ZERO.
       77  HObjSalida PIC S9(9) COMP VALUE ZERO.
       77  HObjMuertas PIC S9(9) COMP VALUE ZERO.
       77  OpcionesApertura PIC S9(9) COMP VALUE ZERO.
       77  OpcionesGet PIC S9(9) COMP VALUE ZERO.
       77  OpcionesPut PIC S9(9) COMP VALUE ZERO.
       77  CodigoCompletado PIC S9(9) COMP VALUE ZERO.
       77  CodigoRazon PIC S9(9) COMP VALUE ZERO.
       77  LongitudBuffer PIC S9(9) COMP VALUE 512.
       77  LongitudDatos PIC S9(9) COMP VALUE ZERO.
       01  DescriptorMensaje.
           05 MD-MsgId PIC X(24) VALUE SPACES.
           05 MD-CorrelId PIC X(24) VALUE SPACES.
           05 FILLER PIC X(16) VALUE SPACES.
       77  MensajeEntrada PIC X(512) VALUE SPACES.
       77  MensajeSalida PIC X(512) VALUE SPACES.
       77  FinPeticiones PIC X VALUE "N".
           88 NoHayMasPeticiones VALUE "S".
       77  ClienteTxt PIC X(13) VALUE SPACES.
       77  ReferenciaWeb PIC X(12) VALUE SPACES.
       77  CamposLeidos PIC 99 VALUE ZERO.
       77  CodEntrada PIC S9(4) VALUE ZERO.
       77  ClienteBuscado PIC 9(6) VALUE ZEROS.
       77  MotivoRechazo PIC X(40) VALUE SPACES.
       77  DemasiadasLineasFlag PIC X VALUE "N".
           88 DemasiadasLineas VALUE "S".
       77  TotalLineasPedido PIC 9 VALUE ZERO.
       77  IdxLinea PIC 9 VALUE ZERO.
       77  UltimoPedido PIC 9(6) VALUE ZEROS.
       77  TipoAnotacion PIC X VALUE SPACE.
       77  TextoAnotacion PIC X(120) VALUE SPACES.
       77  TotalRecibidos PIC 9(6) VALUE ZEROS.
       77  TotalAceptados PIC 9(6) VALUE ZEROS.
       77  TotalRechazados PIC 9(6) VALUE ZEROS.
       77  TotalMuertas PIC 9(6) VALUE ZEROS.
       01  TablaLineasWeb.
           05 LW-Entrada OCCURS 5 TIMES.
               10 LW-SkuTxt PIC X(13).
               10 LW-CantidadTxt PIC X(13).
               10 LW-Sku PIC X(10).
               10 LW-Cantidad PIC 9(5).

       PROCEDURE DIVISION.
      *( entrada de pedidos de la tienda web: cada mensaje es un
      *  pedido CLIENTE|REFERENCIA|SKU|CANTIDAD|... con hasta cinco
      *  lineas, para que el mensaje entero quepa en el journal. El
      *  cliente tiene que estar activo en el maestro de clientes y
      *  cada SKU en el maestro de precios; el pedido valido se
      *  anade a pedidos.dat con numeracion propia desde 700001
      *  (fuera de los rangos del lote y de la pantalla) para que
      *  FacturaPedidos lo facture esa noche, y el remitente recibe
      *  ACEPTADO con nuestro numero de pedido o RECHAZADO con el
      *  motivo. Todo pedido recibido se contesta, tambien el mal
      *  formado, asi que el journal empareja cada peticion (P)
      *  con su respuesta (R); si la respuesta no se puede enviar
      *  queda en la cola de muertas y en el journal como D )
       Inicio.
           CALL "MQCONN" USING NombreQMgr HConn CodigoCompletado
               CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaEntrada OpcionesApertura
               HObjEntrada CodigoCompletado CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaSalida OpcionesApertura
               HObjSalida CodigoCompletado CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           CALL "MQOPEN" USING HConn NombreColaMuertas
               OpcionesApertura HObjMuertas CodigoCompletado
               CodigoRazon.
           PERFORM CompruebaLlamadaMQ.
           OPEN INPUT ArchivoClientes.
           IF NoHayArchivoClientes
               DISPLAY "PedidosWebMQ: no se encontro clientes.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoPrecios.
           IF NoHayArchivoPrecios
               DISPLAY "PedidosWebMQ: no se encontro "
                   "precios_maestro.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ArchivoJournal.
           PERFORM AtiendePeticion UNTIL NoHayMasPeticiones.
           CLOSE ArchivoJournal.
           CLOSE ArchivoClientes.
           CLOSE ArchivoPrecios.
           CALL "MQCLOSE" USING HConn HObjEntrada CodigoCompletado
               CodigoRazon.
           CALL "MQCLOSE" USING HConn HObjSalida CodigoCompletado
               CodigoRazon.
           CALL "MQCLOSE" USING HConn HObjMuertas CodigoCompletado
               CodigoRazon.
           CALL "MQDISC" USING HConn CodigoCompletado CodigoRazon.
           DISPLAY "PedidosWebMQ: recibidos " TotalRecibidos
               " aceptados " TotalAceptados
               " rechazados " TotalRechazados
               " a cola de muertas " TotalMuertas.
           IF TotalMuertas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CompruebaLlamadaMQ.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "PedidosWebMQ: fallo MQ, codigo de razon "
                   CodigoRazon
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       AtiendePeticion.
           CALL "MQGET" USING HConn HObjEntrada DescriptorMensaje
               OpcionesGet LongitudBuffer MensajeEntrada LongitudDatos
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               MOVE "S" TO FinPeticiones
           ELSE
               ADD 1 TO TotalRecibidos
               MOVE "P" TO TipoAnotacion
               MOVE MensajeEntrada TO TextoAnotacion
               PERFORM AnotaJournal
               PERFORM ProcesaMensaje
               PERFORM EnviaRespuesta.

       AnotaJournal.
           MOVE TipoAnotacion TO JRN-Tipo.
           MOVE MD-MsgId TO JRN-MsgId.
           ACCEPT JRN-Fecha FROM DATE YYYYMMDD.
           ACCEPT JRN-Hora FROM TIME.
           MOVE TextoAnotacion TO JRN-Texto.
           WRITE JRN-Registro.

       ProcesaMensaje.
           MOVE SPACES TO MensajeSalida.
           MOVE SPACES TO MotivoRechazo.
           PERFORM DesglosaMensaje.
           IF MotivoRechazo = SPACES
               PERFORM ValidaCliente.
           IF MotivoRechazo = SPACES
               PERFORM ValidaLinea
                   VARYING IdxLinea FROM 1 BY 1
                   UNTIL IdxLinea > TotalLineasPedido
                       OR MotivoRechazo NOT = SPACES.
           IF MotivoRechazo = SPACES
               PERFORM GrabaPedido
           ELSE
               PERFORM RechazaPedido.

       DesglosaMensaje.
           MOVE SPACES TO ClienteTxt.
           MOVE SPACES TO ReferenciaWeb.
           MOVE SPACES TO TablaLineasWeb.
           MOVE ZERO TO CamposLeidos.
           MOVE ZERO TO TotalLineasPedido.
           MOVE "N" TO DemasiadasLineasFlag.
           UNSTRING MensajeEntrada DELIMITED BY "|"
               INTO ClienteTxt ReferenciaWeb
                   LW-SkuTxt(1) LW-CantidadTxt(1)
                   LW-SkuTxt(2) LW-CantidadTxt(2)
                   LW-SkuTxt(3) LW-CantidadTxt(3)
                   LW-SkuTxt(4) LW-CantidadTxt(4)
                   LW-SkuTxt(5) LW-CantidadTxt(5)
               TALLYING IN CamposLeidos
               ON OVERFLOW
                   MOVE "S" TO DemasiadasLineasFlag
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(ClienteTxt) TO CodEntrada.
           PERFORM CuentaLinea
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > 5.
           EVALUATE TRUE
               WHEN CamposLeidos < 4 OR ClienteTxt = SPACES
                   OR CodEntrada NOT = ZERO
                   MOVE "MENSAJE-MAL-FORMADO" TO MotivoRechazo
               WHEN DemasiadasLineas
                   MOVE "MAS-DE-5-LINEAS" TO MotivoRechazo
               WHEN TotalLineasPedido = ZERO
                   MOVE "PEDIDO-SIN-LINEAS" TO MotivoRechazo
               WHEN OTHER
                   COMPUTE ClienteBuscado =
                       FUNCTION NUMVAL(ClienteTxt)
           END-EVALUATE.

      *( las lineas se compactan al principio de la tabla: una
      *  linea con el SKU en blanco no cuenta )
       CuentaLinea.
           IF LW-SkuTxt(IdxLinea) NOT = SPACES
               ADD 1 TO TotalLineasPedido
               MOVE LW-SkuTxt(IdxLinea)
                   TO LW-SkuTxt(TotalLineasPedido)
               MOVE LW-CantidadTxt(IdxLinea)
                   TO LW-CantidadTxt(TotalLineasPedido).

       ValidaCliente.
           MOVE ClienteBuscado TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   MOVE "CLIENTE-DESCONOCIDO" TO MotivoRechazo
               NOT INVALID KEY
                   IF NOT CLI-ACTIVO
                       MOVE "CLIENTE-NO-ACTIVO" TO MotivoRechazo
                   END-IF
           END-READ.

       ValidaLinea.
           MOVE LW-SkuTxt(IdxLinea) TO LW-Sku(IdxLinea).
           MOVE FUNCTION TEST-NUMVAL(LW-CantidadTxt(IdxLinea))
               TO CodEntrada.
           IF LW-CantidadTxt(IdxLinea) = SPACES
               OR CodEntrada NOT = ZERO
               STRING "CANTIDAD-ERRONEA=" LW-Sku(IdxLinea)
                   DELIMITED BY SIZE INTO MotivoRechazo
           ELSE
               COMPUTE LW-Cantidad(IdxLinea) =
                   FUNCTION NUMVAL(LW-CantidadTxt(IdxLinea))
               IF LW-Cantidad(IdxLinea) = ZEROS
                   STRING "CANTIDAD-ERRONEA=" LW-Sku(IdxLinea)
                       DELIMITED BY SIZE INTO MotivoRechazo
               ELSE
                   MOVE LW-Sku(IdxLinea) TO PX-Sku
                   READ ArchivoPrecios KEY IS PX-Sku
                       INVALID KEY
                           STRING "SKU-DESCONOCIDO=" LW-Sku(IdxLinea)
                               DELIMITED BY SIZE INTO MotivoRechazo
                   END-READ.

      *( el contador y las lineas se graban juntos, pedido a
      *  pedido, como en la entrada por pantalla )
       GrabaPedido.
           PERFORM LeeUltimoPedido.
           ADD 1 TO UltimoPedido.
           OPEN EXTEND ArchivoPedidos.
           IF PedidosNoExiste
               OPEN OUTPUT ArchivoPedidos
               CLOSE ArchivoPedidos
               OPEN EXTEND ArchivoPedidos
           END-IF.
           PERFORM GrabaLineaPedido
               VARYING IdxLinea FROM 1 BY 1
               UNTIL IdxLinea > TotalLineasPedido.
           CLOSE ArchivoPedidos.
           PERFORM GuardaUltimoPedido.
           ADD 1 TO TotalAceptados.
           STRING "ACEPTADO|REF=" ReferenciaWeb
               "|PEDIDO=" UltimoPedido
               "|LINEAS=" TotalLineasPedido
               DELIMITED BY SIZE INTO MensajeSalida.

       GrabaLineaPedido.
           MOVE UltimoPedido TO PD-Id.
           MOVE CLI-Nombre TO PD-Cliente.
           MOVE CLI-ClienteId TO PD-ClienteId.
           MOVE LW-Sku(IdxLinea) TO PD-Sku.
           MOVE LW-Cantidad(IdxLinea) TO PD-Cantidad.
           MOVE ZEROS TO PD-Presupuesto.
           MOVE ZEROS TO PD-PrecioPactado.
           MOVE ZEROS TO PD-VendedorId.
           WRITE PD-Registro.

       LeeUltimoPedido.
           MOVE 700000 TO UltimoPedido.
           OPEN INPUT ArchivoSecuencia.
           IF SecuenciaExiste
               READ ArchivoSecuencia
                   AT END CONTINUE
                   NOT AT END
                       IF SEC-UltimoPedido > UltimoPedido
                           MOVE SEC-UltimoPedido TO UltimoPedido
                       END-IF
               END-READ
               CLOSE ArchivoSecuencia.

       GuardaUltimoPedido.
           MOVE UltimoPedido TO SEC-UltimoPedido.
           OPEN OUTPUT ArchivoSecuencia.
           WRITE SEC-Registro.
           CLOSE ArchivoSecuencia.

       RechazaPedido.
           ADD 1 TO TotalRechazados.
           STRING "RECHAZADO|REF=" ReferenciaWeb
               "|MOTIVO=" MotivoRechazo
               DELIMITED BY SIZE INTO MensajeSalida.

      *( una respuesta que no se puede entregar no se pierde: va
      *  a la cola de muertas para reenviarla a mano )
       EnviaRespuesta.
           MOVE MD-MsgId TO MD-CorrelId.
           CALL "MQPUT" USING HConn HObjSalida DescriptorMensaje
               OpcionesPut LongitudBuffer MensajeSalida
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "PedidosWebMQ: fallo al responder, codigo de "
                   "razon " CodigoRazon
               PERFORM EnviaColaMuertas
           ELSE
               MOVE "R" TO TipoAnotacion
               MOVE MensajeSalida TO TextoAnotacion
               PERFORM AnotaJournal.

       EnviaColaMuertas.
           ADD 1 TO TotalMuertas.
           CALL "MQPUT" USING HConn HObjMuertas DescriptorMensaje
               OpcionesPut LongitudBuffer MensajeSalida
               CodigoCompletado CodigoRazon.
           IF CodigoCompletado NOT = ZERO
               DISPLAY "PedidosWebMQ: fallo al encolar en la cola "
                   "de muertas, codigo de razon " CodigoRazon
           ELSE
               MOVE "D" TO TipoAnotacion
               MOVE MensajeSalida TO TextoAnotacion
               PERFORM AnotaJournal.

       END PROGRAM PedidosWebMQ.
