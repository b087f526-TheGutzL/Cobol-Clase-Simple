       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlSegregacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPerfiles
               ASSIGN TO "perfiles_operadores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPerfiles.
           SELECT OPTIONAL ArchivoIdentidades
               ASSIGN TO "usuarios_identidad.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoIdentidades.
           SELECT OPTIONAL ArchivoPendientes
               ASSIGN TO "cambios_pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPendientes.
           SELECT OPTIONAL SegLog ASSIGN TO "seguridad.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSegLog.
           SELECT ReporteSegregacion ASSIGN TO "segregacion.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPerfiles.
       COPY "PERFREG.cpy".
      *( usuario de operador, persona que lo usa (numero de
      *  empleado o codigo de persona) y marca de usuario generico
      *  compartido por varias personas )
       FD  ArchivoIdentidades.
       01  UI-Registro.
           05 UI-Usuario PIC X(8).
           05 UI-Persona PIC X(8).
           05 UI-Generico PIC X.
       FD  ArchivoPendientes.
       COPY "PENDAPR.cpy".
       FD  SegLog.
       COPY "SEGLOG.cpy".
       FD  ReporteSegregacion.
       01  LineaSegregacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoPerfiles PIC XX VALUE "00".
           88 NoHayPerfiles VALUE "05".
       01  EstadoIdentidades PIC XX VALUE "00".
           88 NoHayIdentidades VALUE "05".
       01  EstadoPendientes PIC XX VALUE "00".
           88 NoHayPendientes VALUE "05".
       01  EstadoSegLog PIC XX VALUE "00".
           88 NoHaySegLog VALUE "05".
       77  FinPerfiles PIC X VALUE "N".
           88 NoHayMasPerfiles VALUE "S".
       77  FinIdentidades PIC X VALUE "N".
           88 NoHayMasIdentidades VALUE "S".
       77  FinPendientes PIC X VALUE "N".
           88 NoHayMasPendientes VALUE "S".
       77  FinSegLog PIC X VALUE "N".
           88 NoHayMasSegLog VALUE "S".
       77  IdentidadHalladaFlag PIC X VALUE "N".
           88 IdentidadHallada VALUE "S".
       77  UsuarioHalladoFlag PIC X VALUE "N".
           88 UsuarioHallado VALUE "S".
       77  TieneFuncion1Flag PIC X VALUE "N".
           88 TieneFuncion1 VALUE "S".
       77  TieneFuncion2Flag PIC X VALUE "N".
           88 TieneFuncion2 VALUE "S".
       77  PeriodoControl PIC 9(6) VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  UsuarioBuscado PIC X(8) VALUE SPACES.
       77  PersonaHallada PIC X(8) VALUE SPACES.
       77  GenericoHallado PIC X VALUE SPACE.
       77  PersonaSolicitante PIC X(8) VALUE SPACES.
       77  GenericoSolicitante PIC X VALUE SPACE.
       77  PersonaAprobador PIC X(8) VALUE SPACES.
       77  GenericoAprobador PIC X VALUE SPACE.
       77  MotivoHallazgo PIC X(40) VALUE SPACES.
       77  FuncionBuscada PIC X VALUE SPACE.
       77  IdxFuncion PIC 99 VALUE ZEROS.
       77  IdxConflicto PIC 99 VALUE ZEROS.
       77  TotalIdentidades PIC 999 VALUE ZEROS.
       77  IdxIdentidad PIC 999 VALUE ZEROS.
       77  TotalUsuariosSeg PIC 999 VALUE ZEROS.
       77  IdxUsuarioSeg PIC 999 VALUE ZEROS.
       77  IdxHallado PIC 999 VALUE ZEROS.
       77  TotalPerfilesRevisados PIC 9(4) VALUE ZEROS.
       77  TotalConflictosPerfil PIC 9(4) VALUE ZEROS.
       77  TotalDecisiones PIC 9(5) VALUE ZEROS.
       77  TotalHallazgosCambios PIC 9(4) VALUE ZEROS.
       77  TotalAccesosGenericos PIC 9(5) VALUE ZEROS.
       77  TotalConflictos PIC 99 VALUE 8.
       01  TablaIdentidades.
           05 IDN-Entrada OCCURS 200 TIMES.
               10 IDN-Usuario PIC X(8).
               10 IDN-Persona PIC X(8).
               10 IDN-Generico PIC X.
       01  TablaAccesosGenericos.
           05 AGN-Entrada OCCURS 100 TIMES.
               10 AGN-Usuario PIC X(8).
               10 AGN-Motivo PIC X(20).
               10 AGN-Contador PIC 9(5).
      *( pares de funciones que no debe reunir un mismo perfil:
      *  quien mantiene los datos no aprueba sus cambios y quien
      *  prepara o visa la nomina o lleva la contabilidad no
      *  libera pagos al banco )
       01  ConflictosFunciones.
           05 FILLER PIC X(42)
               VALUE "PSPrecios/contratos y aprobacion cambios".
           05 FILLER PIC X(42)
               VALUE "TSTasas de cambio y aprobacion de cambios".
           05 FILLER PIC X(42)
               VALUE "VBVisado de nomina y pagos bancarios".
           05 FILLER PIC X(42)
               VALUE "RBRevision salarial y pagos bancarios".
           05 FILLER PIC X(42)
               VALUE "DBMaestro de empleados y pagos bancarios".
           05 FILLER PIC X(42)
               VALUE "DVMaestro de empleados y visado de nomina".
           05 FILLER PIC X(42)
               VALUE "GBContabilidad y pagos bancarios".
           05 FILLER PIC X(42)
               VALUE "OHCompras y aprobacion de gastos".
       01  TablaConflictos REDEFINES ConflictosFunciones.
           05 CNF-Entrada OCCURS 8 TIMES.
               10 CNF-Funcion1 PIC X.
               10 CNF-Funcion2 PIC X.
               10 CNF-Descripcion PIC X(40).

       PROCEDURE DIVISION.
      *( control mensual de segregacion de funciones. Primero los
      *  perfiles que reunen funciones incompatibles; despues los
      *  cambios de cambios_pendientes decididos en el mes en que
      *  solicitante y aprobador son la misma persona (mismo
      *  usuario o dos usuarios de la misma persona segun
      *  usuarios_identidad.dat) o un usuario generico; por
      *  ultimo los accesos concedidos a ApruebaCambios en el
      *  diario de seguridad con usuario generico o sin persona
      *  identificada. Cualquier hallazgo da codigo 4 )
       Inicio.
           DISPLAY "ControlSegregacion: control de segregacion de "
               "funciones.".
           DISPLAY "Mes controlado (AAAAMM, 0 = mes en curso): ".
           ACCEPT PeriodoControl.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           IF PeriodoControl = ZEROS
               COMPUTE PeriodoControl = FechaHoy / 100.
           PERFORM CargaIdentidades.
           OPEN OUTPUT ReporteSegregacion.
           PERFORM EscribeTitulo.
           PERFORM ControlaPerfiles.
           PERFORM ControlaCambios.
           PERFORM ControlaDiario.
           PERFORM EscribeResumen.
           CLOSE ReporteSegregacion.
           IF TotalConflictosPerfil + TotalHallazgosCambios
               + TotalAccesosGenericos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaIdentidades.
           MOVE "N" TO FinIdentidades.
           OPEN INPUT ArchivoIdentidades.
           IF NoHayIdentidades
               MOVE "S" TO FinIdentidades.
           PERFORM CargaUnaIdentidad UNTIL NoHayMasIdentidades.
           CLOSE ArchivoIdentidades.

       CargaUnaIdentidad.
           READ ArchivoIdentidades
               AT END MOVE "S" TO FinIdentidades
               NOT AT END
                   IF TotalIdentidades < 200
                       ADD 1 TO TotalIdentidades
                       MOVE UI-Usuario
                           TO IDN-Usuario(TotalIdentidades)
                       MOVE UI-Persona
                           TO IDN-Persona(TotalIdentidades)
                       MOVE UI-Generico
                           TO IDN-Generico(TotalIdentidades)
                   END-IF
           END-READ.

       BuscaIdentidad.
           MOVE "N" TO IdentidadHalladaFlag.
           MOVE SPACES TO PersonaHallada.
           MOVE "N" TO GenericoHallado.
           PERFORM CompruebaIdentidad
               VARYING IdxIdentidad FROM 1 BY 1
               UNTIL IdxIdentidad > TotalIdentidades
               OR IdentidadHallada.

       CompruebaIdentidad.
           IF IDN-Usuario(IdxIdentidad) = UsuarioBuscado
               MOVE "S" TO IdentidadHalladaFlag
               MOVE IDN-Persona(IdxIdentidad) TO PersonaHallada
               MOVE IDN-Generico(IdxIdentidad) TO GenericoHallado.

      *( primera parte: funciones incompatibles por perfil; el
      *  supervisor tiene todas las funciones y el administrador
      *  de seguridad no deberia tener ninguna de negocio )
       ControlaPerfiles.
           MOVE "1. Perfiles con funciones incompatibles"
               TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE "N" TO FinPerfiles.
           OPEN INPUT ArchivoPerfiles.
           IF NoHayPerfiles
               MOVE "   no hay fichero de perfiles de operador"
                   TO LineaSegregacion
               WRITE LineaSegregacion
               MOVE "S" TO FinPerfiles.
           PERFORM LeePerfil.
           PERFORM ExaminaPerfil UNTIL NoHayMasPerfiles.
           CLOSE ArchivoPerfiles.

       LeePerfil.
           IF NOT NoHayMasPerfiles
               READ ArchivoPerfiles
                   AT END MOVE "S" TO FinPerfiles.

       ExaminaPerfil.
           ADD 1 TO TotalPerfilesRevisados.
           EVALUATE TRUE
               WHEN PERF-Rol = "S"
                   MOVE "rol supervisor: reune todas las funciones"
                       TO MotivoHallazgo
                   PERFORM EscribeConflictoPerfil
               WHEN PERF-Rol = "A" AND PERF-Funciones NOT = SPACES
                   MOVE "administrador de seguridad con funciones"
                       TO MotivoHallazgo
                   PERFORM EscribeConflictoPerfil
               WHEN OTHER
                   PERFORM CompruebaConflicto
                       VARYING IdxConflicto FROM 1 BY 1
                       UNTIL IdxConflicto > TotalConflictos
           END-EVALUATE.
           PERFORM LeePerfil.

       CompruebaConflicto.
           MOVE CNF-Funcion1(IdxConflicto) TO FuncionBuscada.
           PERFORM BuscaFuncionPerfil.
           MOVE UsuarioHalladoFlag TO TieneFuncion1Flag.
           MOVE CNF-Funcion2(IdxConflicto) TO FuncionBuscada.
           PERFORM BuscaFuncionPerfil.
           MOVE UsuarioHalladoFlag TO TieneFuncion2Flag.
           IF TieneFuncion1 AND TieneFuncion2
               MOVE CNF-Descripcion(IdxConflicto) TO MotivoHallazgo
               PERFORM EscribeConflictoPerfil.

       BuscaFuncionPerfil.
           MOVE "N" TO UsuarioHalladoFlag.
           PERFORM CompruebaFuncionPerfil
               VARYING IdxFuncion FROM 1 BY 1
               UNTIL IdxFuncion > 10 OR UsuarioHallado.

       CompruebaFuncionPerfil.
           IF PERF-Funciones(IdxFuncion:1) = FuncionBuscada
               MOVE "S" TO UsuarioHalladoFlag.

       EscribeConflictoPerfil.
           ADD 1 TO TotalConflictosPerfil.
           MOVE SPACES TO LineaSegregacion.
           STRING "   " PERF-Usuario " rol " PERF-Rol
               " funciones " PERF-Funciones "  " MotivoHallazgo
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.

      *( segunda parte: cambios decididos en el mes )
       ControlaCambios.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           STRING "2. Cambios decididos en " PeriodoControl
               " con solicitante y aprobador no independientes"
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE "N" TO FinPendientes.
           OPEN INPUT ArchivoPendientes.
           IF NoHayPendientes
               MOVE "   no hay fichero de cambios pendientes"
                   TO LineaSegregacion
               WRITE LineaSegregacion
               MOVE "S" TO FinPendientes.
           PERFORM LeePendiente.
           PERFORM ExaminaPendiente UNTIL NoHayMasPendientes.
           CLOSE ArchivoPendientes.

       LeePendiente.
           IF NOT NoHayMasPendientes
               READ ArchivoPendientes
                   AT END MOVE "S" TO FinPendientes.

       ExaminaPendiente.
           IF NOT PEN-PENDIENTE
               AND PEN-FechaDecision(1:6) = PeriodoControl
               ADD 1 TO TotalDecisiones
               PERFORM EvaluaDecision.
           PERFORM LeePendiente.

       EvaluaDecision.
           MOVE PEN-Solicitante TO UsuarioBuscado.
           PERFORM BuscaIdentidad.
           MOVE PersonaHallada TO PersonaSolicitante.
           MOVE GenericoHallado TO GenericoSolicitante.
           MOVE PEN-Aprobador TO UsuarioBuscado.
           PERFORM BuscaIdentidad.
           MOVE PersonaHallada TO PersonaAprobador.
           MOVE GenericoHallado TO GenericoAprobador.
           MOVE SPACES TO MotivoHallazgo.
           EVALUATE TRUE
               WHEN PEN-Solicitante = PEN-Aprobador
                   MOVE "mismo usuario solicita y aprueba"
                       TO MotivoHallazgo
               WHEN PersonaSolicitante NOT = SPACES
                   AND PersonaSolicitante = PersonaAprobador
                   MOVE "misma persona con dos usuarios"
                       TO MotivoHallazgo
               WHEN GenericoSolicitante = "S"
                   MOVE "solicitante con usuario generico"
                       TO MotivoHallazgo
               WHEN GenericoAprobador = "S"
                   MOVE "aprobador con usuario generico"
                       TO MotivoHallazgo
           END-EVALUATE.
           IF MotivoHallazgo NOT = SPACES
               ADD 1 TO TotalHallazgosCambios
               MOVE SPACES TO LineaSegregacion
               STRING "   cambio " PEN-Id " " PEN-Dominio " "
                   PEN-Clave " " PEN-Solicitante "/" PEN-Aprobador
                   " " PEN-FechaDecision " " MotivoHallazgo
                   DELIMITED BY SIZE INTO LineaSegregacion
               WRITE LineaSegregacion.

      *( tercera parte: accesos concedidos a ApruebaCambios en el
      *  mes con usuario generico o sin persona identificada,
      *  agrupados por usuario )
       ControlaDiario.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE "3. Accesos a la aprobacion de cambios con usuario "
               TO LineaSegregacion.
           MOVE "generico o sin identificar"
               TO LineaSegregacion(51:26).
           WRITE LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE "N" TO FinSegLog.
           OPEN INPUT SegLog.
           IF NoHaySegLog
               MOVE "   no hay diario de seguridad"
                   TO LineaSegregacion
               WRITE LineaSegregacion
               MOVE "S" TO FinSegLog.
           PERFORM LeeSegLog.
           PERFORM ExaminaAcceso UNTIL NoHayMasSegLog.
           CLOSE SegLog.
           PERFORM EscribeAccesoGenerico
               VARYING IdxUsuarioSeg FROM 1 BY 1
               UNTIL IdxUsuarioSeg > TotalUsuariosSeg.

       LeeSegLog.
           IF NOT NoHayMasSegLog
               READ SegLog
                   AT END MOVE "S" TO FinSegLog.

       ExaminaAcceso.
           IF SEG-Fecha(1:6) = PeriodoControl
               AND SEG-Programa = "ApruebaCambios"
               AND SEG-CONCEDIDO
               MOVE SEG-Usuario TO UsuarioBuscado
               PERFORM BuscaIdentidad
               IF GenericoHallado = "S"
                   MOVE "usuario generico" TO MotivoHallazgo
                   PERFORM AcumulaAccesoGenerico
               ELSE
                   IF NOT IdentidadHallada
                       AND TotalIdentidades NOT = ZEROS
                       MOVE "sin persona asignada" TO MotivoHallazgo
                       PERFORM AcumulaAccesoGenerico
                   END-IF
               END-IF.
           PERFORM LeeSegLog.

       AcumulaAccesoGenerico.
           ADD 1 TO TotalAccesosGenericos.
           MOVE "N" TO UsuarioHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaAccesoGenerico
               VARYING IdxUsuarioSeg FROM 1 BY 1
               UNTIL IdxUsuarioSeg > TotalUsuariosSeg
               OR UsuarioHallado.
           IF UsuarioHallado
               ADD 1 TO AGN-Contador(IdxHallado)
           ELSE
               IF TotalUsuariosSeg < 100
                   ADD 1 TO TotalUsuariosSeg
                   MOVE SEG-Usuario TO AGN-Usuario(TotalUsuariosSeg)
                   MOVE MotivoHallazgo TO AGN-Motivo(TotalUsuariosSeg)
                   MOVE 1 TO AGN-Contador(TotalUsuariosSeg).

       CompruebaAccesoGenerico.
           IF AGN-Usuario(IdxUsuarioSeg) = SEG-Usuario
               MOVE "S" TO UsuarioHalladoFlag
               MOVE IdxUsuarioSeg TO IdxHallado.

       EscribeAccesoGenerico.
           MOVE SPACES TO LineaSegregacion.
           STRING "   " AGN-Usuario(IdxUsuarioSeg) "  "
               AGN-Motivo(IdxUsuarioSeg) "  accesos concedidos: "
               AGN-Contador(IdxUsuarioSeg)
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.

       EscribeTitulo.
           MOVE SPACES TO LineaSegregacion.
           STRING "Control de segregacion de funciones del mes "
               PeriodoControl "  emitido el " FechaHoy
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE ALL "-" TO LineaSegregacion.
           WRITE LineaSegregacion.
           IF NoHayIdentidades OR TotalIdentidades = ZEROS
               MOVE "AVISO: sin usuarios_identidad.dat solo se "
                   TO LineaSegregacion
               MOVE "detecta el mismo usuario"
                   TO LineaSegregacion(43:24)
               WRITE LineaSegregacion.

       EscribeResumen.
           MOVE SPACES TO LineaSegregacion.
           WRITE LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           STRING "Perfiles revisados: " TotalPerfilesRevisados
               "  con conflicto: " TotalConflictosPerfil
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.
           DISPLAY LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           STRING "Cambios decididos: " TotalDecisiones
               "  sin independencia: " TotalHallazgosCambios
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.
           DISPLAY LineaSegregacion.
           MOVE SPACES TO LineaSegregacion.
           STRING "Accesos a aprobacion con usuario generico o sin "
               "identificar: " TotalAccesosGenericos
               DELIMITED BY SIZE INTO LineaSegregacion.
           WRITE LineaSegregacion.
           DISPLAY LineaSegregacion.

       END PROGRAM ControlSegregacion.
