       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecalculaRiesgo.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT ArchivoTransClientes
               ASSIGN TO "trans_clientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransClientes.
           SELECT ReporteRiesgo ASSIGN TO "riesgo_descuadres.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoTransClientes.
       COPY "TRANSCLI.cpy".
       FD  ReporteRiesgo.
       01  LineaRiesgo PIC X(90).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoTransClientes PIC XX VALUE "00".
           88 TransClientesNoExiste VALUE "35".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "RecalculaRiesgo".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  CorreccionAutorizadaFlag PIC X VALUE "N".
           88 CorreccionAutorizada VALUE "S".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  HalladoFlag PIC X VALUE "N".
           88 Hallado VALUE "S".
       77  IdxRiesgo PIC 9(4) COMP VALUE ZEROS.
       77  TotalRiesgos PIC 9(4) COMP VALUE ZEROS.
       77  RiesgoCalculado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  Diferencia PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalClientes PIC 9(6) VALUE ZEROS.
       77  TotalDiferencias PIC 9(6) VALUE ZEROS.
       77  TotalSinCliente PIC 9(6) VALUE ZEROS.
       77  TotalDescartadas PIC 9(6) VALUE ZEROS.
       77  TotalCorrecciones PIC 9(6) VALUE ZEROS.
       77  SumaDiferencias PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  MaestroEditado PIC -(9)9,99.
       77  CalculadoEditado PIC -(9)9,99.
       77  DiferenciaEditada PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  TablaRiesgos.
           05 RSG-Entrada OCCURS 5000 TIMES.
               10 RSG-ClienteId PIC 9(6).
               10 RSG-Importe PIC S9(11)V99 COMP-3.
               10 RSG-Partidas PIC 9(5) COMP.
               10 RSG-Casado PIC X.

       PROCEDURE DIVISION.
      *( control nocturno del riesgo vivo: se recalcula desde las
      *  partidas abiertas de cada cliente y se lista toda
      *  diferencia con CLI-RiesgoVivo. Si un supervisor se
      *  identifica al lanzar el proceso, las diferencias se
      *  anaden como correcciones R a trans_clientes.dat para que
      *  las aplique MantenimientoClientes; sin supervisor el
      *  proceso solo informa )
       Inicio.
           DISPLAY "RecalculaRiesgo: recalculo del riesgo vivo de "
               "clientes.".
           DISPLAY "Supervisor que autoriza las correcciones "
               "(en blanco solo informe): ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           IF Operador NOT = SPACES
               PERFORM CompruebaSupervisor.
           PERFORM CargaPartidas.
           OPEN INPUT ArchivoClientes.
           IF NoHayClientes
               DISPLAY "RecalculaRiesgo: no se encontro el maestro "
                   "de clientes."
               CLOSE ArchivoClientes
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ReporteRiesgo
               PERFORM EscribeTitulo
               IF CorreccionAutorizada
                   PERFORM AbreTransClientes
               END-IF
               MOVE "N" TO FinArchivo
               PERFORM LeeCliente
               PERFORM ComparaCliente UNTIL NoHayMasRegistros
               CLOSE ArchivoClientes
               IF CorreccionAutorizada
                   CLOSE ArchivoTransClientes
               END-IF
               PERFORM ListaSinCliente
                   VARYING IdxRiesgo FROM 1 BY 1
                   UNTIL IdxRiesgo > TotalRiesgos
               PERFORM EscribeResumen
               CLOSE ReporteRiesgo
               IF TotalDiferencias NOT = ZEROS
                  OR TotalSinCliente NOT = ZEROS
                  OR TotalDescartadas NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           IF CorreccionAutorizada
               PERFORM EscribeAuditoria
               CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           STOP RUN.

       CompruebaSupervisor.
           MOVE "C" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF EsOperadorAutorizado AND RolOperador = "S"
               MOVE "S" TO CorreccionAutorizadaFlag
           ELSE
               DISPLAY "RecalculaRiesgo: " Operador " no es un "
                   "supervisor autorizado; solo se emite el informe.".

       AbreTransClientes.
           OPEN EXTEND ArchivoTransClientes.
           IF TransClientesNoExiste
               OPEN OUTPUT ArchivoTransClientes
               CLOSE ArchivoTransClientes
               OPEN EXTEND ArchivoTransClientes
           END-IF.

      *( riesgo recalculado = suma de lo pendiente de las
      *  partidas no cobradas de cada cliente )
       CargaPartidas.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaPartida UNTIL NoHayMasRegistros.
           CLOSE ArchivoPartidas.

       CargaUnaPartida.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF NOT PA-COBRADA
                       PERFORM AcumulaPartida
                   END-IF
           END-READ.

       AcumulaPartida.
           MOVE PA-ClienteId TO CLI-ClienteId.
           PERFORM BuscaRiesgo.
           IF NOT Hallado
               IF TotalRiesgos < 5000
                   ADD 1 TO TotalRiesgos
                   MOVE TotalRiesgos TO IdxRiesgo
                   MOVE PA-ClienteId TO RSG-ClienteId(IdxRiesgo)
                   MOVE ZEROS TO RSG-Importe(IdxRiesgo)
                   MOVE ZEROS TO RSG-Partidas(IdxRiesgo)
                   MOVE "N" TO RSG-Casado(IdxRiesgo)
                   MOVE "S" TO HalladoFlag
               ELSE
                   ADD 1 TO TotalDescartadas
               END-IF
           END-IF.
           IF Hallado
               ADD PA-ImportePendiente TO RSG-Importe(IdxRiesgo)
               ADD 1 TO RSG-Partidas(IdxRiesgo).

       BuscaRiesgo.
           MOVE "N" TO HalladoFlag.
           PERFORM CompruebaRiesgo
               VARYING IdxRiesgo FROM 1 BY 1
               UNTIL IdxRiesgo > TotalRiesgos OR Hallado.
           IF Hallado
               SUBTRACT 1 FROM IdxRiesgo.

       CompruebaRiesgo.
           IF RSG-ClienteId(IdxRiesgo) = CLI-ClienteId
               MOVE "S" TO HalladoFlag.

       LeeCliente.
           READ ArchivoClientes NEXT
               AT END MOVE "S" TO FinArchivo.

       ComparaCliente.
           ADD 1 TO TotalClientes.
           PERFORM BuscaRiesgo.
           IF Hallado
               MOVE RSG-Importe(IdxRiesgo) TO RiesgoCalculado
               MOVE "S" TO RSG-Casado(IdxRiesgo)
           ELSE
               MOVE ZEROS TO RiesgoCalculado.
           IF RiesgoCalculado NOT = CLI-RiesgoVivo
               PERFORM ListaDiferencia
               IF CorreccionAutorizada
                   PERFORM EscribeCorreccion
               END-IF
           END-IF.
           PERFORM LeeCliente.

       ListaDiferencia.
           ADD 1 TO TotalDiferencias.
           COMPUTE Diferencia = RiesgoCalculado - CLI-RiesgoVivo.
           ADD Diferencia TO SumaDiferencias.
           MOVE CLI-RiesgoVivo TO MaestroEditado.
           MOVE RiesgoCalculado TO CalculadoEditado.
           MOVE Diferencia TO DiferenciaEditada.
           MOVE SPACES TO LineaRiesgo.
           STRING CLI-ClienteId " " CLI-Nombre(1:24) " "
               CLI-Estado " " MaestroEditado " " CalculadoEditado
               " " DiferenciaEditada
               DELIMITED BY SIZE INTO LineaRiesgo.
           WRITE LineaRiesgo.
           DISPLAY LineaRiesgo.

       EscribeCorreccion.
           MOVE SPACES TO TCL-Registro.
           MOVE "R" TO TCL-Tipo.
           MOVE CLI-ClienteId TO TCL-ClienteId.
           MOVE ZEROS TO TCL-LimiteCredito.
           MOVE ZEROS TO TCL-FechaMandato.
           MOVE CLI-RiesgoVivo TO TCL-RiesgoAnterior.
           MOVE RiesgoCalculado TO TCL-RiesgoVivo.
           MOVE Operador TO TCL-Supervisor.
           WRITE TCL-Registro.
           ADD 1 TO TotalCorrecciones.

      *( partidas abiertas de un cliente que no esta en el
      *  maestro: no hay riesgo que corregir, solo se listan )
       ListaSinCliente.
           IF RSG-Casado(IdxRiesgo) = "N"
               ADD 1 TO TotalSinCliente
               MOVE RSG-Importe(IdxRiesgo) TO CalculadoEditado
               MOVE SPACES TO LineaRiesgo
               STRING RSG-ClienteId(IdxRiesgo)
                   " ** no esta en el maestro      "
                   "               " CalculadoEditado
                   DELIMITED BY SIZE INTO LineaRiesgo
               WRITE LineaRiesgo
               DISPLAY LineaRiesgo.

       EscribeTitulo.
           MOVE "CONTROL DEL RIESGO VIVO DE CLIENTES" TO LineaRiesgo.
           WRITE LineaRiesgo.
           MOVE SPACES TO LineaRiesgo.
           STRING "Client Nombre                   E"
               "       Maestro   Recalculado    Diferencia"
               DELIMITED BY SIZE INTO LineaRiesgo.
           WRITE LineaRiesgo.
           MOVE ALL "-" TO LineaRiesgo.
           WRITE LineaRiesgo.

       EscribeResumen.
           MOVE ALL "-" TO LineaRiesgo.
           WRITE LineaRiesgo.
           MOVE SPACES TO LineaRiesgo.
           STRING "Clientes revisados: " TotalClientes
               "  con diferencia: " TotalDiferencias
               "  partidas sin cliente: " TotalSinCliente
               DELIMITED BY SIZE INTO LineaRiesgo.
           WRITE LineaRiesgo.
           DISPLAY LineaRiesgo.
           MOVE SumaDiferencias TO TotalEditado.
           MOVE SPACES TO LineaRiesgo.
           STRING "Suma de diferencias: " TotalEditado
               DELIMITED BY SIZE INTO LineaRiesgo.
           WRITE LineaRiesgo.
           MOVE SPACES TO LineaRiesgo.
           IF CorreccionAutorizada
               STRING "Correcciones escritas en trans_clientes.dat: "
                   TotalCorrecciones " autorizadas por " Operador
                   DELIMITED BY SIZE INTO LineaRiesgo
           ELSE
               STRING "Sin autorizacion de supervisor: no se "
                   "escriben correcciones"
                   DELIMITED BY SIZE INTO LineaRiesgo.
           WRITE LineaRiesgo.
           DISPLAY LineaRiesgo.
           IF TotalDescartadas NOT = ZEROS
               MOVE SPACES TO LineaRiesgo
               STRING "ATENCION: " TotalDescartadas
                   " partidas fuera de tabla, recalculo incompleto"
                   DELIMITED BY SIZE INTO LineaRiesgo
               WRITE LineaRiesgo
               DISPLAY LineaRiesgo.

       EscribeAuditoria.
           MOVE "RecalculaRiesgo" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE "RIESGO-CORRIGE" TO AUDIT-OPERACION.
           MOVE TotalCorrecciones TO AUDIT-NUMERO1.
           MOVE SumaDiferencias TO AUDIT-NUMERO2.
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

       END PROGRAM RecalculaRiesgo.
