       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReclamaDeudas.
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
           SELECT OPTIONAL ArchivoReclamaciones
               ASSIGN TO "reclamaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-Factura
               FILE STATUS IS EstadoReclamaciones.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "reclamacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteCartas ASSIGN TO RECLAMA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteReclamaciones ASSIGN TO "reclamaciones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoReclamaciones.
       COPY "RECLAMA.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoParametros.
       01  RP-Registro.
           05 RP-DiasRecordatorio PIC 999.
           05 RP-DiasSegundoAviso PIC 999.
           05 RP-DiasRequerimiento PIC 999.
       FD  ReporteCartas.
       01  LineaCarta PIC X(70).
       FD  ReporteReclamaciones.
       01  LineaReclamacion PIC X(90).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoReclamaciones PIC XX VALUE "00".
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  FinPartidas PIC X VALUE "N".
           88 NoHayMasPartidas VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  ReclamacionHalladaFlag PIC X VALUE "N".
           88 ReclamacionHallada VALUE "S".
      *( dias vencidos desde la fecha de factura a partir de los
      *  cuales se envia cada nivel de carta )
       77  DiasRecordatorio PIC 999 VALUE 30.
       77  DiasSegundoAviso PIC 999 VALUE 60.
       77  DiasRequerimiento PIC 999 VALUE 90.
       77  FechaCorte PIC 9(8) VALUE ZEROS.
       77  DiasVencidos PIC S9(8) VALUE ZEROS.
       77  NivelObjetivo PIC 9 VALUE ZERO.
       77  NivelAnterior PIC 9 VALUE ZERO.
       77  NivelCarta PIC 9 VALUE ZERO.
       77  ClienteActual PIC 9(6) VALUE ZEROS.
       77  TotalAvisos PIC 9(4) VALUE ZEROS.
       77  IdxAviso PIC 9(4) COMP VALUE ZEROS.
       77  IdxGrupo PIC 9(4) COMP VALUE ZEROS.
       77  IdxFinGrupo PIC 9(4) COMP VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  ImporteCarta PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalCartas1 PIC 9(4) VALUE ZEROS.
       77  TotalCartas2 PIC 9(4) VALUE ZEROS.
       77  TotalCartas3 PIC 9(4) VALUE ZEROS.
       77  TotalSuspendidos PIC 9(4) VALUE ZEROS.
       77  TotalSinCliente PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  EntradaTemporal.
           05 TMP-ClienteId PIC 9(6).
           05 TMP-Factura PIC 9(8).
           05 TMP-FechaFactura PIC 9(8).
           05 TMP-Pendiente PIC 9(9)V99.
           05 TMP-Dias PIC 9(5).
           05 TMP-Nivel PIC 9.
       01  TablaAvisos.
           05 AVI-Entrada OCCURS 1000 TIMES.
               10 AVI-ClienteId PIC 9(6).
               10 AVI-Factura PIC 9(8).
               10 AVI-FechaFactura PIC 9(8).
               10 AVI-Pendiente PIC 9(9)V99.
               10 AVI-Dias PIC 9(5).
               10 AVI-Nivel PIC 9.

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ReclamaDeudas: cartas de reclamacion de "
               "facturas vencidas.".
           DISPLAY "Introduce la fecha de corte (AAAAMMDD, "
               "0 = hoy): ".
           ACCEPT FechaCorte.
           IF FechaCorte = ZEROS
               ACCEPT FechaCorte FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               DISPLAY "ReclamaDeudas: no se encontro "
                   "partidas_abiertas.dat."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoReclamaciones
               OPEN I-O ArchivoClientes
               OPEN OUTPUT ReporteCartas
               OPEN OUTPUT ReporteReclamaciones
               PERFORM EscribeTitulo
               PERFORM LeePartida
               PERFORM ExaminaPartida UNTIL NoHayMasPartidas
               CLOSE ArchivoPartidas
               PERFORM OrdenaAvisos
               MOVE 1 TO IdxGrupo
               PERFORM ProcesaGrupo UNTIL IdxGrupo > TotalAvisos
               CLOSE ArchivoReclamaciones
               CLOSE ArchivoClientes
               PERFORM EscribeResumen
               CLOSE ReporteCartas
               CLOSE ReporteReclamaciones
               IF TotalOmitidas NOT = ZEROS
                   OR TotalSinCliente NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF RP-DiasRecordatorio NOT = ZEROS
                           MOVE RP-DiasRecordatorio
                               TO DiasRecordatorio
                       END-IF
                       IF RP-DiasSegundoAviso NOT = ZEROS
                           MOVE RP-DiasSegundoAviso
                               TO DiasSegundoAviso
                       END-IF
                       IF RP-DiasRequerimiento NOT = ZEROS
                           MOVE RP-DiasRequerimiento
                               TO DiasRequerimiento
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       EscribeTitulo.
           MOVE SPACES TO LineaReclamacion.
           STRING "RECLAMACION DE DEUDAS a " FechaCorte
               " - niveles a " DiasRecordatorio "/"
               DiasSegundoAviso "/" DiasRequerimiento " dias"
               DELIMITED BY SIZE INTO LineaReclamacion.
           WRITE LineaReclamacion.
           MOVE ALL "-" TO LineaReclamacion.
           WRITE LineaReclamacion.

       LeePartida.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinPartidas.

      *( una factura solo entra en carta cuando sus dias vencidos
      *  la llevan a un nivel superior al ultimo ya enviado )
       ExaminaPartida.
           IF NOT PA-COBRADA
               AND PA-ImportePendiente NOT = ZEROS
               PERFORM CalculaNivel
               IF NivelObjetivo > ZERO
                   PERFORM LeeReclamacion
                   IF NivelObjetivo > NivelAnterior
                       PERFORM AnadeAviso
                   END-IF
               END-IF.
           PERFORM LeePartida.

       CalculaNivel.
           COMPUTE DiasVencidos =
               FUNCTION INTEGER-OF-DATE(FechaCorte) -
               FUNCTION INTEGER-OF-DATE(PA-FechaFactura).
           EVALUATE TRUE
               WHEN DiasVencidos >= DiasRequerimiento
                   MOVE 3 TO NivelObjetivo
               WHEN DiasVencidos >= DiasSegundoAviso
                   MOVE 2 TO NivelObjetivo
               WHEN DiasVencidos >= DiasRecordatorio
                   MOVE 1 TO NivelObjetivo
               WHEN OTHER
                   MOVE ZERO TO NivelObjetivo
           END-EVALUATE.

       LeeReclamacion.
           MOVE ZERO TO NivelAnterior.
           MOVE "N" TO ReclamacionHalladaFlag.
           MOVE PA-Factura TO RE-Factura.
           READ ArchivoReclamaciones KEY IS RE-Factura
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ReclamacionHalladaFlag
                   MOVE RE-Nivel TO NivelAnterior
           END-READ.

       AnadeAviso.
           IF TotalAvisos < 1000
               ADD 1 TO TotalAvisos
               MOVE PA-ClienteId TO AVI-ClienteId(TotalAvisos)
               MOVE PA-Factura TO AVI-Factura(TotalAvisos)
               MOVE PA-FechaFactura TO AVI-FechaFactura(TotalAvisos)
               MOVE PA-ImportePendiente TO AVI-Pendiente(TotalAvisos)
               MOVE DiasVencidos TO AVI-Dias(TotalAvisos)
               MOVE NivelObjetivo TO AVI-Nivel(TotalAvisos)
           ELSE
               ADD 1 TO TotalOmitidas
               MOVE SPACES TO LineaReclamacion
               STRING "Tabla de avisos llena: factura " PA-Factura
                   " queda para la siguiente pasada"
                   DELIMITED BY SIZE INTO LineaReclamacion
               WRITE LineaReclamacion.

      *( se ordena por cliente para enviar una sola carta por
      *  cliente con todas sus facturas que suben de nivel )
       OrdenaAvisos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalAvisos.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalAvisos.
           IF IdxMenor NOT = IdxOrden
               MOVE AVI-Entrada(IdxOrden) TO EntradaTemporal
               MOVE AVI-Entrada(IdxMenor) TO AVI-Entrada(IdxOrden)
               MOVE EntradaTemporal TO AVI-Entrada(IdxMenor).

       BuscaMenor.
           IF AVI-ClienteId(IdxBusca) < AVI-ClienteId(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       ProcesaGrupo.
           MOVE AVI-ClienteId(IdxGrupo) TO ClienteActual.
           MOVE ZERO TO NivelCarta.
           MOVE ZEROS TO ImporteCarta.
           PERFORM MideGrupo
               VARYING IdxAviso FROM IdxGrupo BY 1
               UNTIL IdxAviso > TotalAvisos
                  OR AVI-ClienteId(IdxAviso) NOT = ClienteActual.
           MOVE IdxAviso TO IdxFinGrupo.
           PERFORM BuscaCliente.
           PERFORM EscribeCarta.
           PERFORM AnotaNivel
               VARYING IdxAviso FROM IdxGrupo BY 1
               UNTIL IdxAviso >= IdxFinGrupo.
           IF NivelCarta = 3 AND ClienteHallado
               AND CLI-ACTIVO
               PERFORM SuspendeCliente.
           MOVE IdxFinGrupo TO IdxGrupo.

       MideGrupo.
           IF AVI-Nivel(IdxAviso) > NivelCarta
               MOVE AVI-Nivel(IdxAviso) TO NivelCarta.
           ADD AVI-Pendiente(IdxAviso) TO ImporteCarta.

       BuscaCliente.
           MOVE "N" TO ClienteHalladoFlag.
           MOVE ClienteActual TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteHalladoFlag
           END-READ.

      *( la carta sale al nivel mas alto de las facturas del
      *  cliente, con la direccion del maestro de clientes )
       EscribeCarta.
           EVALUATE NivelCarta
               WHEN 1 ADD 1 TO TotalCartas1
               WHEN 2 ADD 1 TO TotalCartas2
               WHEN OTHER ADD 1 TO TotalCartas3
           END-EVALUATE.
           MOVE SPACES TO LineaCarta.
           EVALUATE NivelCarta
               WHEN 1
                   MOVE "RECORDATORIO DE PAGO" TO LineaCarta
               WHEN 2
                   MOVE "SEGUNDO AVISO DE PAGO" TO LineaCarta
               WHEN OTHER
                   MOVE "REQUERIMIENTO FINAL DE PAGO" TO LineaCarta
           END-EVALUATE.
           WRITE LineaCarta AFTER ADVANCING PAGE.
           MOVE SPACES TO LineaCarta.
           WRITE LineaCarta.
           IF ClienteHallado
               MOVE SPACES TO LineaCarta
               STRING "Cliente: " CLI-ClienteId " " CLI-Nombre
                   DELIMITED BY SIZE INTO LineaCarta
               WRITE LineaCarta
               MOVE CLI-Calle TO LineaCarta
               WRITE LineaCarta
               MOVE SPACES TO LineaCarta
               STRING CLI-CodigoPostal " " CLI-Ciudad
                   DELIMITED BY SIZE INTO LineaCarta
               WRITE LineaCarta
           ELSE
               ADD 1 TO TotalSinCliente
               MOVE SPACES TO LineaCarta
               STRING "Cliente: " ClienteActual
                   " (sin ficha en el maestro)"
                   DELIMITED BY SIZE INTO LineaCarta
               WRITE LineaCarta
               MOVE SPACES TO LineaReclamacion
               STRING "Cliente " ClienteActual " con facturas "
                   "vencidas y sin ficha en clientes.dat"
                   DELIMITED BY SIZE INTO LineaReclamacion
               WRITE LineaReclamacion
               DISPLAY LineaReclamacion.
           MOVE SPACES TO LineaCarta.
           WRITE LineaCarta.
           EVALUATE NivelCarta
               WHEN 1
                   MOVE "Le recordamos que las facturas siguientes"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "figuran pendientes de pago a esta fecha."
                       TO LineaCarta
                   WRITE LineaCarta
               WHEN 2
                   MOVE "No habiendo recibido respuesta a nuestro"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "recordatorio, le rogamos regularice sin"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "demora las facturas siguientes."
                       TO LineaCarta
                   WRITE LineaCarta
               WHEN OTHER
                   MOVE "Agotados los avisos anteriores, le"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "requerimos el pago inmediato de las"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "facturas siguientes. Su credito queda"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "suspendido y no se serviran nuevos pedidos"
                       TO LineaCarta
                   WRITE LineaCarta
                   MOVE "hasta que la deuda quede saldada."
                       TO LineaCarta
                   WRITE LineaCarta
           END-EVALUATE.
           MOVE SPACES TO LineaCarta.
           WRITE LineaCarta.
           MOVE "Factura   Fecha     Dias        Pendiente"
               TO LineaCarta.
           WRITE LineaCarta.
           PERFORM EscribeLineaCarta
               VARYING IdxAviso FROM IdxGrupo BY 1
               UNTIL IdxAviso >= IdxFinGrupo.
           MOVE ImporteCarta TO TotalEditado.
           MOVE SPACES TO LineaCarta.
           STRING "Total pendiente:          " TotalEditado
               DELIMITED BY SIZE INTO LineaCarta.
           WRITE LineaCarta.
           MOVE SPACES TO LineaCarta.
           WRITE LineaCarta.
           MOVE "Atentamente, la administracion de cobros."
               TO LineaCarta.
           WRITE LineaCarta.
           MOVE SPACES TO LineaReclamacion.
           STRING "Cliente " ClienteActual " carta de nivel "
               NivelCarta " por " TotalEditado
               DELIMITED BY SIZE INTO LineaReclamacion.
           WRITE LineaReclamacion.

       EscribeLineaCarta.
           MOVE AVI-Pendiente(IdxAviso) TO ImporteEditado.
           MOVE SPACES TO LineaCarta.
           STRING AVI-Factura(IdxAviso) "  "
               AVI-FechaFactura(IdxAviso) " "
               AVI-Dias(IdxAviso) " " ImporteEditado
               DELIMITED BY SIZE INTO LineaCarta.
           WRITE LineaCarta.

       AnotaNivel.
           MOVE AVI-Factura(IdxAviso) TO RE-Factura.
           READ ArchivoReclamaciones KEY IS RE-Factura
               INVALID KEY
                   MOVE AVI-ClienteId(IdxAviso) TO RE-ClienteId
                   MOVE AVI-Nivel(IdxAviso) TO RE-Nivel
                   MOVE FechaCorte TO RE-FechaCarta
                   WRITE RE-Registro
                   END-WRITE
               NOT INVALID KEY
                   MOVE AVI-Nivel(IdxAviso) TO RE-Nivel
                   MOVE FechaCorte TO RE-FechaCarta
                   REWRITE RE-Registro
           END-READ.

      *( el requerimiento final suspende al cliente en el
      *  maestro: CompruebaCredito de FacturaPedidos retiene sus
      *  pedidos hasta que cobros lo reactive por
      *  MantenimientoClientes )
       SuspendeCliente.
           ADD 1 TO TotalSuspendidos.
           MOVE "S" TO CLI-Estado.
           REWRITE CLI-Registro.
           MOVE SPACES TO LineaReclamacion.
           STRING "Cliente " ClienteActual " " CLI-Nombre
               " SUSPENDIDO por requerimiento final"
               DELIMITED BY SIZE INTO LineaReclamacion.
           WRITE LineaReclamacion.
           DISPLAY LineaReclamacion.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "ReclamaDeudas" TO AUDIT-PROGRAMA.
           MOVE "BATCH" TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CLI-S-" ClienteActual
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE ImporteCarta TO AUDIT-NUMERO1.
           MOVE CLI-RiesgoVivo TO AUDIT-NUMERO2.
           MOVE ZEROS TO AUDIT-RESULTADO.
           CALL "SiguienteSecuencia" USING SecuenciaAuditoria.
           MOVE SecuenciaAuditoria TO AUDIT-SECUENCIA.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           OPEN EXTEND AuditLog.
           IF AuditLogNoExiste
               OPEN OUTPUT AuditLog
               CLOSE AuditLog
               OPEN EXTEND AuditLog
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AuditLog.

       EscribeResumen.
           MOVE SPACES TO LineaReclamacion.
           WRITE LineaReclamacion.
           MOVE SPACES TO LineaReclamacion.
           STRING "Recordatorios: " TotalCartas1
               "  Segundos avisos: " TotalCartas2
               "  Requerimientos: " TotalCartas3
               DELIMITED BY SIZE INTO LineaReclamacion.
           WRITE LineaReclamacion.
           DISPLAY LineaReclamacion.
           MOVE SPACES TO LineaReclamacion.
           STRING "Clientes suspendidos: " TotalSuspendidos
               "  Sin ficha: " TotalSinCliente
               "  Omitidas: " TotalOmitidas
               DELIMITED BY SIZE INTO LineaReclamacion.
           WRITE LineaReclamacion.
           DISPLAY LineaReclamacion.

       END PROGRAM ReclamaDeudas.
