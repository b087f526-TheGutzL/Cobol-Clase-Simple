       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatriculaAlumnos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoTransMatriculas
               ASSIGN TO "trans_matriculas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransMatriculas.
           SELECT OPTIONAL ArchivoMatriculas
               ASSIGN TO "matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-AlumnoId
               FILE STATUS IS EstadoMatriculas.
           SELECT ArchivoHistorial
               ASSIGN TO "matriculas_hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorial.
           SELECT OPTIONAL ArchivoTarifas
               ASSIGN TO "tarifas_grupos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTarifas.
           SELECT OPTIONAL ArchivoCuotas
               ASSIGN TO "cuotas_cursos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuotas.
           SELECT OPTIONAL ArchivoFacturasCab
               ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoFacturasCab.
           SELECT ArchivoDevoluciones
               ASSIGN TO "devoluciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDevoluciones.
           SELECT ArchivoRoster ASSIGN TO ALUMNOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteMatriculas ASSIGN TO "matriculas.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoTransMatriculas.
       01  TM-Registro.
           05 TM-Tipo PIC X.
           05 TM-FechaEfectiva PIC 9(8).
           05 TM-AlumnoId PIC X(6).
           05 TM-Nombre PIC X(20).
           05 TM-Grupo PIC X(5).
       FD  ArchivoMatriculas.
       COPY "MATRIC.cpy".
       FD  ArchivoHistorial.
       COPY "MATHIST.cpy".
       FD  ArchivoTarifas.
       01  TG-Registro.
           05 TG-Grupo PIC X(5).
           05 TG-Sku PIC X(10).
           05 TG-ClienteId PIC 9(6).
       FD  ArchivoCuotas.
       COPY "CUOTACUR.cpy".
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoDevoluciones.
       01  DV-Registro.
           05 DV-Factura PIC 9(8).
           05 DV-Sku PIC X(10).
           05 DV-Cantidad PIC 9(5).
           05 DV-PorcProrrata PIC 999V99.
       FD  ArchivoRoster.
       01  ALU-Registro.
           05 ALU-Id PIC X(6).
           05 ALU-Nombre PIC X(20).
           05 ALU-Grupo PIC X(5).
       FD  ReporteMatriculas.
       01  LineaMatricula PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoTransMatriculas PIC XX VALUE "00".
           88 NoHayTransMatriculas VALUE "05".
       01  EstadoMatriculas PIC XX VALUE "00".
           88 NoHayMatriculas VALUE "05".
       01  EstadoHistorial PIC XX VALUE "00".
           88 HistorialNoExiste VALUE "35".
       01  EstadoTarifas PIC XX VALUE "00".
           88 NoHayTarifas VALUE "05".
       01  EstadoCuotas PIC XX VALUE "00".
           88 NoHayCuotas VALUE "05".
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoDevoluciones PIC XX VALUE "00".
           88 DevolucionesNoExiste VALUE "35".
       77  FinTransMatriculas PIC X VALUE "N".
           88 NoHayMasTransMatriculas VALUE "S".
       77  FinTarifas PIC X VALUE "N".
           88 NoHayMasTarifas VALUE "S".
       77  FinCuotas PIC X VALUE "N".
           88 NoHayMasCuotas VALUE "S".
       77  FinFacturas PIC X VALUE "N".
           88 NoHayMasFacturas VALUE "S".
       77  FinMatriculas PIC X VALUE "N".
           88 NoHayMasMatriculas VALUE "S".
       77  AlumnoExisteFlag PIC X VALUE "N".
           88 AlumnoExiste VALUE "S".
       77  TarifaHalladaFlag PIC X VALUE "N".
           88 TarifaHallada VALUE "S".
       77  CuotaHalladaFlag PIC X VALUE "N".
           88 CuotaHallada VALUE "S".
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "MatriculaAlumno".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  MotivoRechazo PIC X(45) VALUE SPACES.
       77  TotalTarifas PIC 99 VALUE ZEROS.
       77  IdxTarifa PIC 99 VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalAbonosPedidos PIC 9(4) VALUE ZEROS.
       77  TotalSinFactura PIC 9(4) VALUE ZEROS.
       77  TotalRoster PIC 9(5) VALUE ZEROS.
       77  TerminoBaja PIC 9(6) VALUE ZEROS.
       77  DiaBaja PIC 99 VALUE ZEROS.
       77  DiasTermino PIC 99 VALUE ZEROS.
       77  DiasAbonados PIC 99 VALUE ZEROS.
       77  PrimerDiaTermino PIC 9(8) VALUE ZEROS.
       77  PrimerDiaSiguiente PIC 9(8) VALUE ZEROS.
       77  AnoSiguiente PIC 9(4) VALUE ZEROS.
       77  MesSiguiente PIC 99 VALUE ZEROS.
       77  PorcProrrata PIC 999V99 VALUE ZEROS.
       77  PedidoCuota PIC 9(6) VALUE ZEROS.
       77  ClienteCuota PIC 9(6) VALUE ZEROS.
       77  SkuCuota PIC X(10) VALUE SPACES.
       77  FechaCuota PIC 9(8) VALUE ZEROS.
       77  FacturaCuota PIC 9(8) VALUE ZEROS.
       77  GrupoAnterior PIC X(5) VALUE SPACES.
       77  PorcEditado PIC ZZ9,99.
       01  TablaTarifas.
           05 TAR-Entrada OCCURS 50 TIMES.
               10 TAR-Grupo PIC X(5).

       PROCEDURE DIVISION.
      *( altas (M), traslados de grupo (T) y bajas (B) fechadas
      *  de trans_matriculas.dat contra el maestro de matriculas,
      *  con una entrada en el historial por cada una. La baja a
      *  mitad de termino pide el abono a prorrata de los dias
      *  que quedan del termino contra la factura de la cuota,
      *  anotandolo en devoluciones.dat para que lo emita
      *  ProcesaDevoluciones. Al terminar se regenera la lista
      *  plana de matriculados (DD ALUMNOS) con los alumnos en
      *  alta, para los programas que la siguen leyendo )
       Inicio.
           DISPLAY "MatriculaAlumnos: altas, traslados y bajas de "
               "alumnos.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "L" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MatriculaAlumnos: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaTarifas.
           OPEN INPUT ArchivoTransMatriculas.
           IF NoHayTransMatriculas
               DISPLAY "MatriculaAlumnos: no se encontro "
                   "trans_matriculas.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN I-O ArchivoMatriculas
               OPEN INPUT ArchivoFacturasCab
               PERFORM AbreHistorial
               PERFORM AbreDevoluciones
               OPEN OUTPUT ReporteMatriculas
               PERFORM EscribeTitulo
               PERFORM LeeTransMatricula
               PERFORM AplicaTransMatricula
                   UNTIL NoHayMasTransMatriculas
               CLOSE ArchivoTransMatriculas
               CLOSE ArchivoFacturasCab
               CLOSE ArchivoHistorial
               CLOSE ArchivoDevoluciones
               PERFORM RegeneraRoster
               CLOSE ArchivoMatriculas
               PERFORM EscribeResumen
               CLOSE ReporteMatriculas
               IF TotalRechazadas NOT = ZEROS
                   OR TotalSinFactura NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       CargaTarifas.
           MOVE "N" TO FinTarifas.
           OPEN INPUT ArchivoTarifas.
           IF NoHayTarifas
               MOVE "S" TO FinTarifas.
           PERFORM CargaUnaTarifa UNTIL NoHayMasTarifas.
           CLOSE ArchivoTarifas.

       CargaUnaTarifa.
           READ ArchivoTarifas
               AT END MOVE "S" TO FinTarifas
               NOT AT END
                   IF TotalTarifas < 50
                       ADD 1 TO TotalTarifas
                       MOVE TG-Grupo TO TAR-Grupo(TotalTarifas)
                   END-IF
           END-READ.

       AbreHistorial.
           OPEN EXTEND ArchivoHistorial.
           IF HistorialNoExiste
               OPEN OUTPUT ArchivoHistorial
               CLOSE ArchivoHistorial
               OPEN EXTEND ArchivoHistorial
           END-IF.

       AbreDevoluciones.
           OPEN EXTEND ArchivoDevoluciones.
           IF DevolucionesNoExiste
               OPEN OUTPUT ArchivoDevoluciones
               CLOSE ArchivoDevoluciones
               OPEN EXTEND ArchivoDevoluciones
           END-IF.

       LeeTransMatricula.
           READ ArchivoTransMatriculas
               AT END MOVE "S" TO FinTransMatriculas.

       AplicaTransMatricula.
           MOVE SPACES TO MotivoRechazo.
           MOVE ZEROS TO FacturaCuota.
           MOVE ZEROS TO PorcProrrata.
           PERFORM BuscaAlumno.
           CALL "ValidaFecha" USING TM-FechaEfectiva FechaValida.
           IF NOT EsFechaValida
               MOVE "fecha efectiva no valida" TO MotivoRechazo
           ELSE
               EVALUATE TM-Tipo
                   WHEN "M" PERFORM AltaMatricula
                   WHEN "T" PERFORM TrasladoGrupo
                   WHEN "B" PERFORM BajaMatricula
                   WHEN OTHER
                       MOVE "tipo de transaccion no valido"
                           TO MotivoRechazo
               END-EVALUATE.
           IF MotivoRechazo NOT = SPACES
               ADD 1 TO TotalRechazadas
               MOVE SPACES TO LineaMatricula
               STRING TM-Tipo " " TM-AlumnoId " " TM-FechaEfectiva
                   " rechazada: " MotivoRechazo
                   DELIMITED BY SIZE INTO LineaMatricula
               WRITE LineaMatricula
               DISPLAY LineaMatricula.
           PERFORM LeeTransMatricula.

       BuscaAlumno.
           MOVE "N" TO AlumnoExisteFlag.
           MOVE TM-AlumnoId TO MT-AlumnoId.
           READ ArchivoMatriculas KEY IS MT-AlumnoId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO AlumnoExisteFlag
           END-READ.

       BuscaTarifaGrupo.
           MOVE "N" TO TarifaHalladaFlag.
           PERFORM CompruebaTarifa
               VARYING IdxTarifa FROM 1 BY 1
               UNTIL IdxTarifa > TotalTarifas OR TarifaHallada.

       CompruebaTarifa.
           IF TAR-Grupo(IdxTarifa) = TM-Grupo
               MOVE "S" TO TarifaHalladaFlag.

      *( el alumno dado de baja puede volver a matricularse: el
      *  alta nueva sustituye las fechas del maestro y el periodo
      *  anterior queda en el historial )
       AltaMatricula.
           PERFORM BuscaTarifaGrupo.
           EVALUATE TRUE
               WHEN TM-AlumnoId = SPACES OR TM-Nombre = SPACES
                   MOVE "alumno o nombre en blanco" TO MotivoRechazo
               WHEN AlumnoExiste AND MT-ACTIVO
                   MOVE "el alumno ya esta matriculado"
                       TO MotivoRechazo
               WHEN NOT TarifaHallada
                   MOVE "grupo sin tarifa de curso" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               MOVE SPACES TO GrupoAnterior
               MOVE TM-AlumnoId TO MT-AlumnoId
               MOVE TM-Nombre TO MT-Nombre
               MOVE TM-Grupo TO MT-Grupo
               MOVE TM-FechaEfectiva TO MT-FechaAlta
               MOVE ZEROS TO MT-FechaBaja
               MOVE "A" TO MT-Estado
               MOVE SPACES TO MT-GrupoAnterior
               MOVE ZEROS TO MT-FechaTraslado
               IF AlumnoExiste
                   REWRITE MT-Registro
               ELSE
                   WRITE MT-Registro
               END-IF
               PERFORM RegistraMovimiento.

       TrasladoGrupo.
           PERFORM BuscaTarifaGrupo.
           EVALUATE TRUE
               WHEN NOT AlumnoExiste OR NOT MT-ACTIVO
                   MOVE "el alumno no esta matriculado"
                       TO MotivoRechazo
               WHEN TM-Grupo = MT-Grupo
                   MOVE "el alumno ya esta en ese grupo"
                       TO MotivoRechazo
               WHEN NOT TarifaHallada
                   MOVE "grupo sin tarifa de curso" TO MotivoRechazo
               WHEN TM-FechaEfectiva < MT-FechaAlta
                   MOVE "traslado anterior al alta" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               MOVE MT-Grupo TO GrupoAnterior
               MOVE MT-Grupo TO MT-GrupoAnterior
               MOVE TM-Grupo TO MT-Grupo
               MOVE TM-FechaEfectiva TO MT-FechaTraslado
               REWRITE MT-Registro
               PERFORM RegistraMovimiento.

       BajaMatricula.
           EVALUATE TRUE
               WHEN NOT AlumnoExiste OR NOT MT-ACTIVO
                   MOVE "el alumno no esta matriculado"
                       TO MotivoRechazo
               WHEN TM-FechaEfectiva < MT-FechaAlta
                   MOVE "baja anterior al alta" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               MOVE MT-Grupo TO GrupoAnterior
               MOVE TM-FechaEfectiva TO MT-FechaBaja
               MOVE "B" TO MT-Estado
               REWRITE MT-Registro
               PERFORM CalculaProrrata
               IF PorcProrrata NOT = ZEROS
                   PERFORM PideAbonoProrrata
               END-IF
               PERFORM RegistraMovimiento.

      *( el termino es el mes de la fecha de baja; el alumno
      *  asiste hasta el dia de la baja incluido y se le abonan
      *  los dias restantes del mes sobre los dias del mes )
       CalculaProrrata.
           MOVE TM-FechaEfectiva(1:6) TO TerminoBaja.
           MOVE TM-FechaEfectiva(7:2) TO DiaBaja.
           COMPUTE PrimerDiaTermino = TerminoBaja * 100 + 1.
           MOVE TM-FechaEfectiva(1:4) TO AnoSiguiente.
           MOVE TM-FechaEfectiva(5:2) TO MesSiguiente.
           IF MesSiguiente = 12
               ADD 1 TO AnoSiguiente
               MOVE 1 TO MesSiguiente
           ELSE
               ADD 1 TO MesSiguiente.
           COMPUTE PrimerDiaSiguiente =
               AnoSiguiente * 10000 + MesSiguiente * 100 + 1.
           COMPUTE DiasTermino =
               FUNCTION INTEGER-OF-DATE(PrimerDiaSiguiente) -
               FUNCTION INTEGER-OF-DATE(PrimerDiaTermino).
           COMPUTE DiasAbonados = DiasTermino - DiaBaja.
           COMPUTE PorcProrrata ROUNDED =
               DiasAbonados * 100 / DiasTermino.

       PideAbonoProrrata.
           PERFORM BuscaCuota.
           IF CuotaHallada
               PERFORM BuscaFacturaCuota.
           IF FacturaCuota = ZEROS
               ADD 1 TO TotalSinFactura
               MOVE SPACES TO LineaMatricula
               STRING "AVISO: baja de " TM-AlumnoId " sin factura "
                   "de cuota del termino " TerminoBaja
                   ", no se pide abono"
                   DELIMITED BY SIZE INTO LineaMatricula
               WRITE LineaMatricula
               DISPLAY LineaMatricula
               MOVE ZEROS TO PorcProrrata
           ELSE
               ADD 1 TO TotalAbonosPedidos
               MOVE FacturaCuota TO DV-Factura
               MOVE SkuCuota TO DV-Sku
               MOVE ZEROS TO DV-Cantidad
               MOVE PorcProrrata TO DV-PorcProrrata
               WRITE DV-Registro.

      *( la ultima cuota generada para el alumno en el termino )
       BuscaCuota.
           MOVE "N" TO CuotaHalladaFlag.
           MOVE "N" TO FinCuotas.
           OPEN INPUT ArchivoCuotas.
           IF NoHayCuotas
               MOVE "S" TO FinCuotas.
           PERFORM ExaminaCuota UNTIL NoHayMasCuotas.
           CLOSE ArchivoCuotas.

       ExaminaCuota.
           READ ArchivoCuotas
               AT END MOVE "S" TO FinCuotas
               NOT AT END
                   IF CC-AlumnoId = TM-AlumnoId
                       AND CC-Termino = TerminoBaja
                       MOVE "S" TO CuotaHalladaFlag
                       MOVE CC-Pedido TO PedidoCuota
                       MOVE CC-ClienteId TO ClienteCuota
                       MOVE CC-Sku TO SkuCuota
                       MOVE CC-FechaProceso TO FechaCuota
                   END-IF
           END-READ.

      *( la factura es la ultima emitida para ese pedido y
      *  cliente desde que se genero la cuota )
       BuscaFacturaCuota.
           MOVE "N" TO FinFacturas.
           MOVE ZEROS TO RF-Factura.
           IF NoHayFacturasCab
               MOVE "S" TO FinFacturas
           ELSE
               START ArchivoFacturasCab
                   KEY IS NOT LESS THAN RF-Factura
                   INVALID KEY
                       MOVE "S" TO FinFacturas
               END-START.
           PERFORM ExaminaFactura UNTIL NoHayMasFacturas.

       ExaminaFactura.
           READ ArchivoFacturasCab NEXT
               AT END MOVE "S" TO FinFacturas
               NOT AT END
                   IF RF-Pedido = PedidoCuota
                       AND RF-ClienteId = ClienteCuota
                       AND RF-Fecha NOT < FechaCuota
                       MOVE RF-Factura TO FacturaCuota
                   END-IF
           END-READ.

       RegistraMovimiento.
           ADD 1 TO TotalAplicadas.
           MOVE TM-FechaEfectiva TO MH-FechaEfectiva.
           MOVE TM-AlumnoId TO MH-AlumnoId.
           MOVE TM-Tipo TO MH-Tipo.
           MOVE MT-Nombre TO MH-Nombre.
           MOVE GrupoAnterior TO MH-GrupoAnterior.
           IF TM-Tipo = "B"
               MOVE SPACES TO MH-GrupoNuevo
           ELSE
               MOVE MT-Grupo TO MH-GrupoNuevo.
           MOVE FacturaCuota TO MH-Factura.
           MOVE PorcProrrata TO MH-PorcProrrata.
           MOVE Operador TO MH-Operador.
           MOVE FechaHoy TO MH-FechaProceso.
           WRITE MH-Registro.
           MOVE SPACES TO LineaMatricula.
           EVALUATE TM-Tipo
               WHEN "M"
                   STRING "Alta     " TM-AlumnoId " " MT-Nombre
                       " grupo " MT-Grupo " desde " TM-FechaEfectiva
                       DELIMITED BY SIZE INTO LineaMatricula
               WHEN "T"
                   STRING "Traslado " TM-AlumnoId " " MT-Nombre
                       " de " GrupoAnterior " a " MT-Grupo
                       " desde " TM-FechaEfectiva
                       DELIMITED BY SIZE INTO LineaMatricula
               WHEN OTHER
                   MOVE PorcProrrata TO PorcEditado
                   STRING "Baja     " TM-AlumnoId " " MT-Nombre
                       " grupo " GrupoAnterior " el "
                       TM-FechaEfectiva " abono " PorcEditado
                       " % factura " FacturaCuota
                       DELIMITED BY SIZE INTO LineaMatricula
           END-EVALUATE.
           WRITE LineaMatricula.
           DISPLAY LineaMatricula.

       RegeneraRoster.
           OPEN OUTPUT ArchivoRoster.
           MOVE "N" TO FinMatriculas.
           MOVE LOW-VALUES TO MT-AlumnoId.
           START ArchivoMatriculas KEY IS NOT LESS THAN MT-AlumnoId
               INVALID KEY
                   MOVE "S" TO FinMatriculas
           END-START.
           PERFORM CopiaAlumnoRoster UNTIL NoHayMasMatriculas.
           CLOSE ArchivoRoster.

       CopiaAlumnoRoster.
           READ ArchivoMatriculas NEXT
               AT END MOVE "S" TO FinMatriculas
               NOT AT END
                   IF MT-ACTIVO
                       ADD 1 TO TotalRoster
                       MOVE MT-AlumnoId TO ALU-Id
                       MOVE MT-Nombre TO ALU-Nombre
                       MOVE MT-Grupo TO ALU-Grupo
                       WRITE ALU-Registro
                   END-IF
           END-READ.

       EscribeTitulo.
           MOVE SPACES TO LineaMatricula.
           STRING "Movimientos de matricula del " FechaHoy
               DELIMITED BY SIZE INTO LineaMatricula.
           WRITE LineaMatricula.
           MOVE ALL "-" TO LineaMatricula.
           WRITE LineaMatricula.

       EscribeResumen.
           MOVE SPACES TO LineaMatricula.
           WRITE LineaMatricula.
           MOVE SPACES TO LineaMatricula.
           STRING "Aplicadas: " TotalAplicadas
               "  rechazadas: " TotalRechazadas
               "  abonos pedidos: " TotalAbonosPedidos
               "  bajas sin factura: " TotalSinFactura
               DELIMITED BY SIZE INTO LineaMatricula.
           WRITE LineaMatricula.
           DISPLAY LineaMatricula.
           MOVE SPACES TO LineaMatricula.
           STRING "Lista de matriculados regenerada: " TotalRoster
               " alumnos en alta"
               DELIMITED BY SIZE INTO LineaMatricula.
           WRITE LineaMatricula.
           DISPLAY LineaMatricula.

       END PROGRAM MatriculaAlumnos.
