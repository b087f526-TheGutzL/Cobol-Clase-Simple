       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdministraPerfiles.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPerfiles
               ASSIGN TO "perfiles_operadores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPerfiles.
           SELECT OPTIONAL ArchivoTransPerfiles
               ASSIGN TO "trans_perfiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransPerfiles.
           SELECT ArchivoHistPerfiles ASSIGN TO "perfiles_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistPerfiles.
           SELECT ReportePerfiles ASSIGN TO "perfiles.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPerfiles.
       COPY "PERFREG.cpy".
       FD  ArchivoTransPerfiles.
       01  TPE-Registro.
           05 TPE-Tipo PIC X.
           05 TPE-Usuario PIC X(8).
           05 TPE-Rol PIC X.
           05 TPE-Funciones PIC X(10).
           05 TPE-ClaveInicial PIC X(8).
       FD  ArchivoHistPerfiles.
       COPY "PERFHIST.cpy".
       FD  ReportePerfiles.
       01  LineaPerfiles PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoPerfiles PIC XX VALUE "00".
           88 NoHayPerfiles VALUE "05".
       01  EstadoTransPerfiles PIC XX VALUE "00".
           88 NoHayTransPerfiles VALUE "05".
       01  EstadoHistPerfiles PIC XX VALUE "00".
           88 HistPerfilesNoExiste VALUE "35".
       77  FinPerfiles PIC X VALUE "N".
           88 NoHayMasPerfiles VALUE "S".
       77  FinTransPerfiles PIC X VALUE "N".
           88 NoHayMasTransPerfiles VALUE "S".
       77  Administrador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
           88 EsAdministradorSeguridad VALUE "A".
       77  ProgramaLlamante PIC X(15) VALUE "AdministraPerf".
       77  CargaInicialFlag PIC X VALUE "N".
           88 EsCargaInicial VALUE "S".
       77  UsuarioHalladoFlag PIC X VALUE "N".
           88 UsuarioHallado VALUE "S".
       77  FuncionValidaFlag PIC X VALUE "N".
           88 FuncionValida VALUE "S".
       77  FuncionesCorrectasFlag PIC X VALUE "S".
           88 FuncionesCorrectas VALUE "S".
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  HoraAhora PIC 9(8) VALUE ZEROS.
       77  MotivoRechazo PIC X(45) VALUE SPACES.
       77  TotalPerfiles PIC 999 VALUE ZEROS.
       77  IdxPerfil PIC 999 VALUE ZEROS.
       77  IdxHallado PIC 999 VALUE ZEROS.
       77  IdxFuncion PIC 99 VALUE ZEROS.
       77  IdxCatalogo PIC 99 VALUE ZEROS.
       77  IdxDescripcion PIC 99 VALUE ZEROS.
       77  FuncionBuscada PIC X VALUE SPACE.
       77  TotalAdministradores PIC 999 VALUE ZEROS.
       77  TotalAltas PIC 9(4) VALUE ZEROS.
       77  TotalCambios PIC 9(4) VALUE ZEROS.
       77  TotalRevocaciones PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalActivos PIC 999 VALUE ZEROS.
       77  DescripcionRol PIC X(25) VALUE SPACES.
       77  DescripcionEstado PIC X(12) VALUE SPACES.
       01  TablaPerfiles.
           05 TPF-Entrada OCCURS 100 TIMES.
               10 TPF-Usuario PIC X(8).
               10 TPF-Rol PIC X.
               10 TPF-Funciones PIC X(10).
               10 TPF-Clave PIC X(8).
               10 TPF-FechaClave PIC 9(8).
               10 TPF-Intentos PIC 99.
               10 TPF-EstadoClave PIC X.
       COPY "FUNCOPER.cpy".

       PROCEDURE DIVISION.
      *( altas, cambios de rol o funciones y revocaciones de
      *  perfiles de operador, reservadas al rol A (administrador
      *  de seguridad). Cada cambio aplicado deja en
      *  perfiles_hist.dat el antes y el despues junto con el
      *  administrador; al final se lista quien puede hacer que.
      *  Sin fichero de perfiles la ejecucion es la carga
      *  inicial y debe dar de alta al menos un administrador )
       Inicio.
           DISPLAY "AdministraPerfiles: administracion de perfiles "
               "de operador.".
           DISPLAY "Identificador del administrador: ".
           ACCEPT Administrador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaPerfiles.
           MOVE "?" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Administrador
               FuncionSolicitada OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsCargaInicial
               AND (NOT EsOperadorAutorizado
               OR NOT EsAdministradorSeguridad)
               DISPLAY "AdministraPerfiles: se requiere un "
                   "administrador de seguridad autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoTransPerfiles.
           IF NoHayTransPerfiles
               DISPLAY "AdministraPerfiles: no se encontro "
                   "trans_perfiles.dat, solo se lista."
               CLOSE ArchivoTransPerfiles
               OPEN OUTPUT ReportePerfiles
               PERFORM EscribeTitulo
           ELSE
               PERFORM AbreHistorial
               OPEN OUTPUT ReportePerfiles
               PERFORM EscribeTitulo
               PERFORM LeeTransPerfil
               PERFORM AplicaTransPerfil
                   UNTIL NoHayMasTransPerfiles
               CLOSE ArchivoTransPerfiles
               CLOSE ArchivoHistPerfiles
               PERFORM CuentaAdministradores
               IF EsCargaInicial AND TotalAdministradores = ZEROS
                   MOVE "Carga inicial sin ningun administrador de "
                       TO LineaPerfiles
                   WRITE LineaPerfiles
                   MOVE "seguridad: no se graba el fichero de perfiles"
                       TO LineaPerfiles
                   WRITE LineaPerfiles
                   DISPLAY "AdministraPerfiles: la carga inicial debe "
                       "incluir un administrador de seguridad."
                   MOVE 8 TO CodigoRetorno
               ELSE
                   IF TotalAltas + TotalCambios + TotalRevocaciones
                       NOT = ZEROS
                       PERFORM ReescribePerfiles.
           PERFORM EscribeResumen.
           PERFORM EscribeAutorizaciones.
           CLOSE ReportePerfiles.
           IF CodigoRetorno = ZERO AND TotalRechazadas NOT = ZEROS
               MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       CargaPerfiles.
           MOVE ZEROS TO TotalPerfiles.
           MOVE "N" TO FinPerfiles.
           OPEN INPUT ArchivoPerfiles.
           IF NoHayPerfiles
               MOVE "S" TO CargaInicialFlag
               MOVE "S" TO FinPerfiles.
           PERFORM CargaUnPerfil UNTIL NoHayMasPerfiles.
           CLOSE ArchivoPerfiles.

       CargaUnPerfil.
           READ ArchivoPerfiles
               AT END MOVE "S" TO FinPerfiles
               NOT AT END
                   IF TotalPerfiles < 100
                       ADD 1 TO TotalPerfiles
                       MOVE PERF-Usuario
                           TO TPF-Usuario(TotalPerfiles)
                       MOVE PERF-Rol TO TPF-Rol(TotalPerfiles)
                       MOVE PERF-Funciones
                           TO TPF-Funciones(TotalPerfiles)
                       MOVE PERF-Clave TO TPF-Clave(TotalPerfiles)
                       MOVE PERF-FechaClave
                           TO TPF-FechaClave(TotalPerfiles)
                       MOVE PERF-Intentos
                           TO TPF-Intentos(TotalPerfiles)
                       MOVE PERF-EstadoClave
                           TO TPF-EstadoClave(TotalPerfiles)
                   END-IF
           END-READ.

       AbreHistorial.
           OPEN EXTEND ArchivoHistPerfiles.
           IF HistPerfilesNoExiste
               OPEN OUTPUT ArchivoHistPerfiles
               CLOSE ArchivoHistPerfiles
               OPEN EXTEND ArchivoHistPerfiles
           END-IF.

       LeeTransPerfil.
           READ ArchivoTransPerfiles
               AT END MOVE "S" TO FinTransPerfiles.

       AplicaTransPerfil.
           MOVE SPACES TO MotivoRechazo.
           PERFORM BuscaPerfil.
           EVALUATE TPE-Tipo
               WHEN "A" PERFORM AltaPerfil
               WHEN "C" PERFORM CambioPerfil
               WHEN "R" PERFORM RevocaPerfil
               WHEN OTHER
                   MOVE "tipo de transaccion no valido"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo NOT = SPACES
               ADD 1 TO TotalRechazadas
               MOVE SPACES TO LineaPerfiles
               STRING TPE-Tipo " " TPE-Usuario " rechazada: "
                   MotivoRechazo
                   DELIMITED BY SIZE INTO LineaPerfiles
               WRITE LineaPerfiles
               DISPLAY LineaPerfiles.
           PERFORM LeeTransPerfil.

       BuscaPerfil.
           MOVE "N" TO UsuarioHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaPerfil
               VARYING IdxPerfil FROM 1 BY 1
               UNTIL IdxPerfil > TotalPerfiles OR UsuarioHallado.

       CompruebaPerfil.
           IF TPF-Usuario(IdxPerfil) = TPE-Usuario
               AND TPE-Usuario NOT = SPACES
               MOVE "S" TO UsuarioHalladoFlag
               MOVE IdxPerfil TO IdxHallado.

      *( el perfil nuevo nace con la clave inicial en estado I,
      *  que obliga a cambiarla en CambiaClave )
       AltaPerfil.
           PERFORM ValidaFunciones.
           EVALUATE TRUE
               WHEN TPE-Usuario = SPACES
                   MOVE "usuario en blanco" TO MotivoRechazo
               WHEN UsuarioHallado
                   MOVE "el usuario ya tiene perfil" TO MotivoRechazo
               WHEN TPE-Rol NOT = "O" AND TPE-Rol NOT = "S"
                   AND TPE-Rol NOT = "A"
                   MOVE "rol no valido (O, S o A)" TO MotivoRechazo
               WHEN NOT FuncionesCorrectas
                   MOVE "funcion desconocida en la lista"
                       TO MotivoRechazo
               WHEN TPE-ClaveInicial = SPACES
                   MOVE "falta la clave inicial" TO MotivoRechazo
               WHEN TotalPerfiles NOT < 100
                   MOVE "tabla de perfiles llena" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               ADD 1 TO TotalPerfiles
               MOVE TotalPerfiles TO IdxHallado
               MOVE SPACE TO PFH-RolAntes
               MOVE SPACES TO PFH-FuncionesAntes
               MOVE SPACE TO PFH-EstadoAntes
               MOVE TPE-Usuario TO TPF-Usuario(IdxHallado)
               MOVE TPE-Rol TO TPF-Rol(IdxHallado)
               MOVE TPE-Funciones TO TPF-Funciones(IdxHallado)
               MOVE TPE-ClaveInicial TO TPF-Clave(IdxHallado)
               MOVE FechaHoy TO TPF-FechaClave(IdxHallado)
               MOVE ZEROS TO TPF-Intentos(IdxHallado)
               MOVE "I" TO TPF-EstadoClave(IdxHallado)
               ADD 1 TO TotalAltas
               PERFORM RegistraCambio.

      *( rol o funciones en blanco se mantienen; un administrador
      *  no puede tocar su propio perfil ni dejar el sistema sin
      *  ningun administrador de seguridad )
       CambioPerfil.
           PERFORM ValidaFunciones.
           PERFORM CuentaAdministradores.
           EVALUATE TRUE
               WHEN NOT UsuarioHallado
                   MOVE "usuario sin perfil" TO MotivoRechazo
               WHEN TPE-Usuario = Administrador
                   MOVE "no se modifica el perfil propio"
                       TO MotivoRechazo
               WHEN TPE-Rol NOT = SPACE AND TPE-Rol NOT = "O"
                   AND TPE-Rol NOT = "S" AND TPE-Rol NOT = "A"
                   MOVE "rol no valido (O, S o A)" TO MotivoRechazo
               WHEN NOT FuncionesCorrectas
                   MOVE "funcion desconocida en la lista"
                       TO MotivoRechazo
               WHEN TPE-Rol = SPACE AND TPE-Funciones = SPACES
                   MOVE "no se indica ningun cambio" TO MotivoRechazo
               WHEN TPF-Rol(IdxHallado) = "A" AND TPE-Rol NOT = SPACE
                   AND TPE-Rol NOT = "A" AND TotalAdministradores = 1
                   MOVE "quedaria sin administrador de seguridad"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               PERFORM GuardaAntes
               IF TPE-Rol NOT = SPACE
                   MOVE TPE-Rol TO TPF-Rol(IdxHallado)
               END-IF
               IF TPE-Funciones NOT = SPACES
                   MOVE TPE-Funciones TO TPF-Funciones(IdxHallado)
               END-IF
               ADD 1 TO TotalCambios
               PERFORM RegistraCambio.

      *( la baja del operador que deja la empresa borra su perfil;
      *  el historial conserva lo que tenia )
       RevocaPerfil.
           PERFORM CuentaAdministradores.
           EVALUATE TRUE
               WHEN NOT UsuarioHallado
                   MOVE "usuario sin perfil" TO MotivoRechazo
               WHEN TPE-Usuario = Administrador
                   MOVE "no se revoca el perfil propio"
                       TO MotivoRechazo
               WHEN TPF-Rol(IdxHallado) = "A"
                   AND TotalAdministradores = 1
                   MOVE "quedaria sin administrador de seguridad"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               PERFORM GuardaAntes
               MOVE SPACES TO TPF-Usuario(IdxHallado)
               MOVE SPACE TO TPF-Rol(IdxHallado)
               MOVE SPACES TO TPF-Funciones(IdxHallado)
               MOVE SPACE TO TPF-EstadoClave(IdxHallado)
               ADD 1 TO TotalRevocaciones
               PERFORM RegistraCambio.

       GuardaAntes.
           MOVE TPF-Rol(IdxHallado) TO PFH-RolAntes.
           MOVE TPF-Funciones(IdxHallado) TO PFH-FuncionesAntes.
           MOVE TPF-EstadoClave(IdxHallado) TO PFH-EstadoAntes.

       ValidaFunciones.
           MOVE "S" TO FuncionesCorrectasFlag.
           PERFORM ValidaUnaFuncion
               VARYING IdxFuncion FROM 1 BY 1
               UNTIL IdxFuncion > 10.

       ValidaUnaFuncion.
           MOVE TPE-Funciones(IdxFuncion:1) TO FuncionBuscada.
           IF FuncionBuscada NOT = SPACE
               PERFORM BuscaFuncionCatalogo
               IF NOT FuncionValida
                   MOVE "N" TO FuncionesCorrectasFlag.

       BuscaFuncionCatalogo.
           MOVE "N" TO FuncionValidaFlag.
           MOVE ZEROS TO IdxDescripcion.
           PERFORM CompruebaFuncionCatalogo
               VARYING IdxCatalogo FROM 1 BY 1
               UNTIL IdxCatalogo > TotalCatalogoFunciones
               OR FuncionValida.

       CompruebaFuncionCatalogo.
           IF CF-Funcion(IdxCatalogo) = FuncionBuscada
               MOVE "S" TO FuncionValidaFlag
               MOVE IdxCatalogo TO IdxDescripcion.

       CuentaAdministradores.
           MOVE ZEROS TO TotalAdministradores.
           PERFORM CuentaUnAdministrador
               VARYING IdxPerfil FROM 1 BY 1
               UNTIL IdxPerfil > TotalPerfiles.

       CuentaUnAdministrador.
           IF TPF-Usuario(IdxPerfil) NOT = SPACES
               AND TPF-Rol(IdxPerfil) = "A"
               ADD 1 TO TotalAdministradores.

       RegistraCambio.
           ACCEPT HoraAhora FROM TIME.
           MOVE FechaHoy TO PFH-Fecha.
           MOVE HoraAhora TO PFH-Hora.
           MOVE Administrador TO PFH-Administrador.
           MOVE TPE-Tipo TO PFH-Tipo.
           MOVE TPE-Usuario TO PFH-Usuario.
           MOVE TPF-Rol(IdxHallado) TO PFH-RolDespues.
           MOVE TPF-Funciones(IdxHallado) TO PFH-FuncionesDespues.
           MOVE TPF-EstadoClave(IdxHallado) TO PFH-EstadoDespues.
           WRITE PFH-Registro.
           MOVE SPACES TO LineaPerfiles.
           STRING TPE-Tipo " " TPE-Usuario
               " antes rol " PFH-RolAntes " func " PFH-FuncionesAntes
               " despues rol " PFH-RolDespues
               " func " PFH-FuncionesDespues
               DELIMITED BY SIZE INTO LineaPerfiles.
           WRITE LineaPerfiles.
           DISPLAY LineaPerfiles.

       ReescribePerfiles.
           OPEN OUTPUT ArchivoPerfiles.
           PERFORM EscribeUnPerfil
               VARYING IdxPerfil FROM 1 BY 1
               UNTIL IdxPerfil > TotalPerfiles.
           CLOSE ArchivoPerfiles.

       EscribeUnPerfil.
           IF TPF-Usuario(IdxPerfil) NOT = SPACES
               MOVE TPF-Usuario(IdxPerfil) TO PERF-Usuario
               MOVE TPF-Rol(IdxPerfil) TO PERF-Rol
               MOVE TPF-Funciones(IdxPerfil) TO PERF-Funciones
               MOVE TPF-Clave(IdxPerfil) TO PERF-Clave
               MOVE TPF-FechaClave(IdxPerfil) TO PERF-FechaClave
               MOVE TPF-Intentos(IdxPerfil) TO PERF-Intentos
               MOVE TPF-EstadoClave(IdxPerfil) TO PERF-EstadoClave
               WRITE PERF-Registro.

       EscribeTitulo.
           MOVE SPACES TO LineaPerfiles.
           STRING "Administracion de perfiles del " FechaHoy
               " por " Administrador
               DELIMITED BY SIZE INTO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE ALL "-" TO LineaPerfiles.
           WRITE LineaPerfiles.

       EscribeResumen.
           MOVE SPACES TO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE SPACES TO LineaPerfiles.
           STRING "Altas: " TotalAltas "  cambios: " TotalCambios
               "  revocaciones: " TotalRevocaciones
               "  rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaPerfiles.
           WRITE LineaPerfiles.
           DISPLAY LineaPerfiles.

      *( relacion de quien puede hacer que: cada perfil con su
      *  rol, el estado de la clave y la descripcion de cada
      *  funcion concedida; el supervisor las tiene todas )
       EscribeAutorizaciones.
           MOVE SPACES TO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE "Autorizaciones vigentes" TO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE ALL "-" TO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE ZEROS TO TotalActivos.
           PERFORM EscribeUnPerfilAutorizado
               VARYING IdxPerfil FROM 1 BY 1
               UNTIL IdxPerfil > TotalPerfiles.
           MOVE SPACES TO LineaPerfiles.
           WRITE LineaPerfiles.
           MOVE SPACES TO LineaPerfiles.
           STRING "Perfiles vigentes: " TotalActivos
               DELIMITED BY SIZE INTO LineaPerfiles.
           WRITE LineaPerfiles.
           DISPLAY LineaPerfiles.

       EscribeUnPerfilAutorizado.
           IF TPF-Usuario(IdxPerfil) NOT = SPACES
               ADD 1 TO TotalActivos
               PERFORM DescribePerfil
               MOVE SPACES TO LineaPerfiles
               WRITE LineaPerfiles
               MOVE SPACES TO LineaPerfiles
               STRING TPF-Usuario(IdxPerfil) "  " DescripcionRol
                   "  clave " DescripcionEstado
                   "  funciones " TPF-Funciones(IdxPerfil)
                   DELIMITED BY SIZE INTO LineaPerfiles
               WRITE LineaPerfiles
               IF TPF-Rol(IdxPerfil) = "S"
                   MOVE "          todas las funciones"
                       TO LineaPerfiles
                   WRITE LineaPerfiles
               ELSE
                   PERFORM EscribeFuncionConcedida
                       VARYING IdxFuncion FROM 1 BY 1
                       UNTIL IdxFuncion > 10.

       DescribePerfil.
           EVALUATE TPF-Rol(IdxPerfil)
               WHEN "S" MOVE "supervisor" TO DescripcionRol
               WHEN "A" MOVE "administrador seguridad"
                   TO DescripcionRol
               WHEN OTHER MOVE "operador" TO DescripcionRol
           END-EVALUATE.
           EVALUATE TPF-EstadoClave(IdxPerfil)
               WHEN "B" MOVE "bloqueada" TO DescripcionEstado
               WHEN "I" MOVE "inicial" TO DescripcionEstado
               WHEN OTHER MOVE "activa" TO DescripcionEstado
           END-EVALUATE.

       EscribeFuncionConcedida.
           MOVE TPF-Funciones(IdxPerfil)(IdxFuncion:1)
               TO FuncionBuscada.
           IF FuncionBuscada NOT = SPACE
               PERFORM BuscaFuncionCatalogo
               MOVE SPACES TO LineaPerfiles
               IF FuncionValida
                   STRING "          " FuncionBuscada " "
                       CF-Descripcion(IdxDescripcion)
                       DELIMITED BY SIZE INTO LineaPerfiles
               ELSE
                   STRING "          " FuncionBuscada
                       " (funcion desconocida)"
                       DELIMITED BY SIZE INTO LineaPerfiles
               END-IF
               WRITE LineaPerfiles.

       END PROGRAM AdministraPerfiles.
