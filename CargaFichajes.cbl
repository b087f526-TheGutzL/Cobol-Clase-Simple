       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaFichajes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoFichajes ASSIGN TO "fichajes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoFichajes.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoLibroAusencias
               ASSIGN TO "ausencias_registro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoLibro.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "fichajes_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoVariable ASSIGN TO "nomina_variable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVariable.
           SELECT ReporteFichajes ASSIGN TO "fichajes_carga.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteExcepciones
               ASSIGN TO "fichajes_excepciones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFichajes.
       01  FI-Registro.
           05 FI-EmpleadoId PIC 9(6).
           05 FI-Fecha PIC 9(8).
           05 FI-Entrada.
               10 FI-HoraEntrada PIC 99.
               10 FI-MinutoEntrada PIC 99.
           05 FI-Salida.
               10 FI-HoraSalida PIC 99.
               10 FI-MinutoSalida PIC 99.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoLibroAusencias.
       01  LA-Registro.
           05 LA-EmpleadoId PIC 9(6).
           05 LA-Tipo PIC X.
           05 LA-FechaDesde PIC 9(8).
           05 LA-FechaHasta PIC 9(8).
           05 LA-Dias PIC 999.
       FD  ArchivoParametros.
       01  FPA-Registro.
           05 FPA-JornadaMinutos PIC 9(4).
           05 FPA-NocturnoDesde PIC 9(4).
           05 FPA-NocturnoHasta PIC 9(4).
           05 FPA-HorasAnuales PIC 9(4).
           05 FPA-FactorExtra PIC 9V99.
           05 FPA-PlusNocturno PIC 9V99.
           05 FPA-TurnoMaximo PIC 9(4).
       FD  ArchivoVariable.
       COPY "NOMVAR.cpy".
       FD  ReporteFichajes.
       01  LineaFichaje PIC X(80).
       FD  ReporteExcepciones.
       01  LineaExcepcion PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoFichajes PIC XX VALUE "00".
           88 NoHayFichajes VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoLibro PIC XX VALUE "00".
           88 NoHayLibro VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoVariable PIC XX VALUE "00".
           88 VariableNoExiste VALUE "35".
       77  FinFichajes PIC X VALUE "N".
           88 NoHayMasFichajes VALUE "S".
       77  FinLibro PIC X VALUE "N".
           88 NoHayMasLibro VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  AusenteFlag PIC X VALUE "N".
           88 DiaAusente VALUE "S".
       77  AcumuladoHalladoFlag PIC X VALUE "N".
           88 AcumuladoHallado VALUE "S".
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
      *( jornada ordinaria de 8 horas, nocturnidad de 22:00 a
      *  06:00, 1760 horas anuales para el valor de la hora,
      *  hora extra al 125% con plus nocturno del 25% y turno
      *  maximo admisible de 14 horas )
       77  JornadaMinutos PIC 9(4) VALUE 480.
       77  NocturnoDesde PIC 9(4) VALUE 2200.
       77  NocturnoHasta PIC 9(4) VALUE 0600.
       77  HorasAnuales PIC 9(4) VALUE 1760.
       77  FactorExtra PIC 9V99 VALUE 1,25.
       77  PlusNocturno PIC 9V99 VALUE 0,25.
       77  TurnoMaximo PIC 9(4) VALUE 840.
       77  MinutoNocheDesde PIC 9(4) VALUE ZEROS.
       77  MinutoNocheHasta PIC 9(4) VALUE ZEROS.
       01  HoraParam PIC 9(4) VALUE ZEROS.
       01  HoraParamDet REDEFINES HoraParam.
           05 HPA-Hora PIC 99.
           05 HPA-Minuto PIC 99.
       01  TablaAusencias.
           05 AUS-Entrada OCCURS 2000 TIMES.
               10 AUS-EmpleadoId PIC 9(6).
               10 AUS-FechaDesde PIC 9(8).
               10 AUS-FechaHasta PIC 9(8).
       77  TotalAusencias PIC 9(4) VALUE ZEROS.
       77  IdxAusencia PIC 9(4) COMP VALUE ZEROS.
       01  TablaAcumulados.
           05 ACF-Entrada OCCURS 1000 TIMES.
               10 ACF-EmpleadoId PIC 9(6).
               10 ACF-MinutosExtra PIC 9(6).
               10 ACF-MinutosNoche PIC 9(6).
               10 ACF-Dias PIC 999.
       77  TotalAcumulados PIC 9(4) VALUE ZEROS.
       77  IdxAcumulado PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  MinutoEntrada PIC 9(4) VALUE ZEROS.
       77  MinutoSalida PIC 9(4) VALUE ZEROS.
       77  MinutosTrabajados PIC 9(4) VALUE ZEROS.
       77  MinutosExtra PIC 9(4) VALUE ZEROS.
       77  MinutosNoche PIC 9(4) VALUE ZEROS.
       77  InicioTramo PIC 9(4) VALUE ZEROS.
       77  FinTramo PIC 9(4) VALUE ZEROS.
       77  SolapeDesde PIC 9(4) VALUE ZEROS.
       77  SolapeHasta PIC 9(4) VALUE ZEROS.
       77  MotivoExcepcion PIC X(40) VALUE SPACES.
       77  ModoLaborable PIC X VALUE "L".
       77  FechaAjustada PIC 9(8) VALUE ZEROS.
       77  EsLaborableFlag PIC X VALUE "N".
           88 DiaLaborable VALUE "S".
       77  ValorHora PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
       77  ImporteExtra PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  ImporteNoche PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  TotalImporteExtra PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalImporteNoche PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalLeidos PIC 9(6) VALUE ZEROS.
       77  TotalValidos PIC 9(6) VALUE ZEROS.
       77  TotalExcepciones PIC 9(6) VALUE ZEROS.
       77  TotalExcluidos PIC 9(6) VALUE ZEROS.
       77  TotalConceptos PIC 9(6) VALUE ZEROS.
       77  HorasEditado PIC ZZZ9,99.
       77  HorasEditado2 PIC ZZZ9,99.
       77  ImporteEditado PIC -(7)9,99.
       77  ImporteEditado2 PIC -(7)9,99.
       77  ContadorEditado PIC ZZZZZ9.
       77  ModoControl PIC X VALUE SPACE.
       77  ProgramaControl PIC X(15) VALUE "CargaFichajes".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  EstadoEjecucion PIC X VALUE SPACE.
       77  PermitidoControl PIC X VALUE "N".
           88 EjecucionPermitida VALUE "S".
       77  RunIdControl PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
      *( carga de los fichajes diarios de entrada y salida: cada
      *  jornada se compara con la ordinaria para obtener las
      *  horas extra (todo el tiempo fichado si el dia no es
      *  laborable) y los minutos en franja nocturna; los dias de
      *  ausencia registrados por RegistraAusencias no cuentan.
      *  Al final se generan para NominaMensual los conceptos
      *  HEXT (horas extra) y NOCT (plus de nocturnidad) de cada
      *  empleado. Los fichajes incompletos o imposibles van al
      *  listado de excepciones para corregirlos antes de la
      *  nomina. La carga suma importes a nomina_variable.dat, asi
      *  que se anota en el libro de ejecuciones como la nomina )
       Inicio.
           DISPLAY "CargaFichajes: carga de fichajes y generacion "
               "de horas extra y nocturnidad.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           MOVE "I" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaHoy EstadoEjecucion PermitidoControl
               RunIdControl.
           IF NOT EjecucionPermitida
               DISPLAY "CargaFichajes: ya existe una carga completada "
                   "para la fecha " FechaHoy
               DISPLAY "CargaFichajes: anote la autorizacion en "
                   "override_runctl.dat para repetirla."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM ProcesoPrincipal.
           MOVE "F" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaHoy EstadoEjecucion PermitidoControl
               RunIdControl.
           STOP RUN.

       ProcesoPrincipal.
           PERFORM CargaParametros.
           PERFORM CargaAusencias.
           OPEN INPUT ArchivoFichajes.
           IF NoHayFichajes
               DISPLAY "CargaFichajes: no se encontro fichajes.dat."
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO EstadoEjecucion
           ELSE
               OPEN INPUT ArchivoEmpleados
               OPEN OUTPUT ReporteFichajes
               OPEN OUTPUT ReporteExcepciones
               PERFORM EscribeTitulos
               PERFORM LeeFichaje
               PERFORM ProcesaFichaje UNTIL NoHayMasFichajes
               CLOSE ArchivoFichajes
               PERFORM AbreVariable
               PERFORM GeneraConceptos
                   VARYING IdxAcumulado FROM 1 BY 1
                   UNTIL IdxAcumulado > TotalAcumulados
               CLOSE ArchivoVariable
               CLOSE ArchivoEmpleados
               PERFORM EscribeResumen
               CLOSE ReporteFichajes
               CLOSE ReporteExcepciones
               MOVE "C" TO EstadoEjecucion
               IF TotalExcepciones NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF FPA-JornadaMinutos NUMERIC
                           AND FPA-JornadaMinutos NOT = ZEROS
                           MOVE FPA-JornadaMinutos TO JornadaMinutos
                       END-IF
                       IF FPA-NocturnoDesde NUMERIC
                           MOVE FPA-NocturnoDesde TO NocturnoDesde
                       END-IF
                       IF FPA-NocturnoHasta NUMERIC
                           MOVE FPA-NocturnoHasta TO NocturnoHasta
                       END-IF
                       IF FPA-HorasAnuales NUMERIC
                           AND FPA-HorasAnuales NOT = ZEROS
                           MOVE FPA-HorasAnuales TO HorasAnuales
                       END-IF
                       IF FPA-FactorExtra NUMERIC
                           AND FPA-FactorExtra NOT = ZEROS
                           MOVE FPA-FactorExtra TO FactorExtra
                       END-IF
                       IF FPA-PlusNocturno NUMERIC
                           MOVE FPA-PlusNocturno TO PlusNocturno
                       END-IF
                       IF FPA-TurnoMaximo NUMERIC
                           AND FPA-TurnoMaximo NOT = ZEROS
                           MOVE FPA-TurnoMaximo TO TurnoMaximo
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.
           MOVE NocturnoDesde TO HoraParam.
           COMPUTE MinutoNocheDesde = HPA-Hora * 60 + HPA-Minuto.
           MOVE NocturnoHasta TO HoraParam.
           COMPUTE MinutoNocheHasta = HPA-Hora * 60 + HPA-Minuto.

       CargaAusencias.
           MOVE "N" TO FinLibro.
           OPEN INPUT ArchivoLibroAusencias.
           IF NoHayLibro
               MOVE "S" TO FinLibro.
           PERFORM CargaUnaAusencia UNTIL NoHayMasLibro.
           CLOSE ArchivoLibroAusencias.

       CargaUnaAusencia.
           READ ArchivoLibroAusencias
               AT END MOVE "S" TO FinLibro
               NOT AT END
                   IF TotalAusencias < 2000
                       ADD 1 TO TotalAusencias
                       MOVE LA-EmpleadoId
                           TO AUS-EmpleadoId(TotalAusencias)
                       MOVE LA-FechaDesde
                           TO AUS-FechaDesde(TotalAusencias)
                       MOVE LA-FechaHasta
                           TO AUS-FechaHasta(TotalAusencias)
                   END-IF
           END-READ.

       LeeFichaje.
           READ ArchivoFichajes
               AT END MOVE "S" TO FinFichajes.

       ProcesaFichaje.
           ADD 1 TO TotalLeidos.
           PERFORM ValidaFichaje.
           IF MotivoExcepcion NOT = SPACES
               PERFORM RegistraExcepcion
           ELSE
               MOVE "N" TO AusenteFlag
               PERFORM CompruebaAusencia
                   VARYING IdxAusencia FROM 1 BY 1
                   UNTIL IdxAusencia > TotalAusencias OR DiaAusente
               IF DiaAusente
                   ADD 1 TO TotalExcluidos
               ELSE
                   PERFORM CalculaJornada
               END-IF.
           PERFORM LeeFichaje.

      *( una salida anterior a la entrada es un turno que cruza
      *  la medianoche; lo imposible es una hora fuera de rango,
      *  un turno de duracion nula o uno mas largo que el maximo )
       ValidaFichaje.
           MOVE SPACES TO MotivoExcepcion.
           MOVE "N" TO EmpleadoHalladoFlag.
           MOVE FI-EmpleadoId TO EMP-EMPLEADO-ID.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
           END-READ.
           CALL "ValidaFecha" USING FI-Fecha FechaValida.
           EVALUATE TRUE
               WHEN NOT EmpleadoHallado
                   MOVE "empleado desconocido" TO MotivoExcepcion
               WHEN NOT EMP-ACTIVO
                   MOVE "empleado no activo" TO MotivoExcepcion
               WHEN NOT EsFechaValida
                   MOVE "fecha no valida" TO MotivoExcepcion
               WHEN FI-Entrada NOT NUMERIC
                   MOVE "falta el fichaje de entrada"
                       TO MotivoExcepcion
               WHEN FI-Salida NOT NUMERIC
                   MOVE "falta el fichaje de salida"
                       TO MotivoExcepcion
               WHEN FI-HoraEntrada > 23 OR FI-MinutoEntrada > 59
                   MOVE "hora de entrada imposible" TO MotivoExcepcion
               WHEN FI-HoraSalida > 23 OR FI-MinutoSalida > 59
                   MOVE "hora de salida imposible" TO MotivoExcepcion
               WHEN FI-Entrada = FI-Salida
                   MOVE "turno de duracion nula" TO MotivoExcepcion
               WHEN OTHER
                   PERFORM CalculaMinutos
                   IF MinutosTrabajados > TurnoMaximo
                       MOVE "turno superior al maximo admitido"
                           TO MotivoExcepcion
                   END-IF
           END-EVALUATE.

       CalculaMinutos.
           COMPUTE MinutoEntrada =
               FI-HoraEntrada * 60 + FI-MinutoEntrada.
           COMPUTE MinutoSalida = FI-HoraSalida * 60 + FI-MinutoSalida.
           IF MinutoSalida < MinutoEntrada
               ADD 1440 TO MinutoSalida.
           COMPUTE MinutosTrabajados = MinutoSalida - MinutoEntrada.

       CompruebaAusencia.
           IF AUS-EmpleadoId(IdxAusencia) = FI-EmpleadoId
               AND FI-Fecha NOT < AUS-FechaDesde(IdxAusencia)
               AND FI-Fecha NOT > AUS-FechaHasta(IdxAusencia)
               MOVE "S" TO AusenteFlag.

       CalculaJornada.
           ADD 1 TO TotalValidos.
           MOVE "L" TO ModoLaborable.
           CALL "FechaLaborable" USING ModoLaborable FI-Fecha
               FechaAjustada EsLaborableFlag.
           IF DiaLaborable
               IF MinutosTrabajados > JornadaMinutos
                   COMPUTE MinutosExtra =
                       MinutosTrabajados - JornadaMinutos
               ELSE
                   MOVE ZEROS TO MinutosExtra
               END-IF
           ELSE
               MOVE MinutosTrabajados TO MinutosExtra.
           PERFORM CalculaNocturno.
           PERFORM AcumulaEmpleado.

      *( la franja nocturna se repite en el dia del fichaje y en
      *  el siguiente, porque el turno puede cruzar la medianoche;
      *  si la franja no cruza la medianoche basta con dos tramos )
       CalculaNocturno.
           MOVE ZEROS TO MinutosNoche.
           IF MinutoNocheDesde > MinutoNocheHasta
               MOVE ZEROS TO InicioTramo
               MOVE MinutoNocheHasta TO FinTramo
               PERFORM SumaSolape
               MOVE MinutoNocheDesde TO InicioTramo
               COMPUTE FinTramo = 1440 + MinutoNocheHasta
               PERFORM SumaSolape
               COMPUTE InicioTramo = 1440 + MinutoNocheDesde
               MOVE 2880 TO FinTramo
               PERFORM SumaSolape
           ELSE
               MOVE MinutoNocheDesde TO InicioTramo
               MOVE MinutoNocheHasta TO FinTramo
               PERFORM SumaSolape
               COMPUTE InicioTramo = 1440 + MinutoNocheDesde
               COMPUTE FinTramo = 1440 + MinutoNocheHasta
               PERFORM SumaSolape.

       SumaSolape.
           IF MinutoEntrada > InicioTramo
               MOVE MinutoEntrada TO SolapeDesde
           ELSE
               MOVE InicioTramo TO SolapeDesde.
           IF MinutoSalida < FinTramo
               MOVE MinutoSalida TO SolapeHasta
           ELSE
               MOVE FinTramo TO SolapeHasta.
           IF SolapeHasta > SolapeDesde
               COMPUTE MinutosNoche =
                   MinutosNoche + SolapeHasta - SolapeDesde.

       AcumulaEmpleado.
           MOVE "N" TO AcumuladoHalladoFlag.
           PERFORM BuscaAcumulado
               VARYING IdxAcumulado FROM 1 BY 1
               UNTIL IdxAcumulado > TotalAcumulados
               OR AcumuladoHallado.
           IF NOT AcumuladoHallado
               IF TotalAcumulados < 1000
                   ADD 1 TO TotalAcumulados
                   MOVE TotalAcumulados TO IdxHallado
                   MOVE FI-EmpleadoId TO ACF-EmpleadoId(IdxHallado)
                   MOVE ZEROS TO ACF-MinutosExtra(IdxHallado)
                   MOVE ZEROS TO ACF-MinutosNoche(IdxHallado)
                   MOVE ZEROS TO ACF-Dias(IdxHallado)
                   MOVE "S" TO AcumuladoHalladoFlag
               ELSE
                   MOVE "tabla de empleados llena" TO MotivoExcepcion
                   PERFORM RegistraExcepcion.
           IF AcumuladoHallado
               ADD MinutosExtra TO ACF-MinutosExtra(IdxHallado)
               ADD MinutosNoche TO ACF-MinutosNoche(IdxHallado)
               ADD 1 TO ACF-Dias(IdxHallado).

       BuscaAcumulado.
           IF ACF-EmpleadoId(IdxAcumulado) = FI-EmpleadoId
               MOVE IdxAcumulado TO IdxHallado
               MOVE "S" TO AcumuladoHalladoFlag.

       RegistraExcepcion.
           ADD 1 TO TotalExcepciones.
           MOVE SPACES TO LineaExcepcion.
           STRING FI-EmpleadoId " " FI-Fecha " " FI-Entrada "-"
               FI-Salida " " MotivoExcepcion
               DELIMITED BY SIZE INTO LineaExcepcion.
           WRITE LineaExcepcion.

       AbreVariable.
           OPEN EXTEND ArchivoVariable.
           IF VariableNoExiste
               OPEN OUTPUT ArchivoVariable
               CLOSE ArchivoVariable
               OPEN EXTEND ArchivoVariable
           END-IF.

      *( la hora ordinaria se valora sobre el salario base anual
      *  del empleado, en su moneda, como el resto de conceptos
      *  variables )
       GeneraConceptos.
           MOVE ACF-EmpleadoId(IdxAcumulado) TO EMP-EMPLEADO-ID.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   MOVE ZEROS TO EMP-SALARIO-BASE
           END-READ.
           COMPUTE ValorHora = EMP-SALARIO-BASE * 12 / HorasAnuales.
           COMPUTE ImporteExtra ROUNDED =
               ACF-MinutosExtra(IdxAcumulado) / 60 * ValorHora
               * FactorExtra.
           COMPUTE ImporteNoche ROUNDED =
               ACF-MinutosNoche(IdxAcumulado) / 60 * ValorHora
               * PlusNocturno.
           IF ImporteExtra > ZEROS
               MOVE ACF-EmpleadoId(IdxAcumulado) TO VP-EmpleadoId
               MOVE "HEXT" TO VP-Concepto
               MOVE ImporteExtra TO VP-Importe
               MOVE "+" TO VP-Signo
               WRITE VP-Registro
               ADD 1 TO TotalConceptos
               ADD ImporteExtra TO TotalImporteExtra.
           IF ImporteNoche > ZEROS
               MOVE ACF-EmpleadoId(IdxAcumulado) TO VP-EmpleadoId
               MOVE "NOCT" TO VP-Concepto
               MOVE ImporteNoche TO VP-Importe
               MOVE "+" TO VP-Signo
               WRITE VP-Registro
               ADD 1 TO TotalConceptos
               ADD ImporteNoche TO TotalImporteNoche.
           COMPUTE HorasEditado = ACF-MinutosExtra(IdxAcumulado) / 60.
           COMPUTE HorasEditado2 = ACF-MinutosNoche(IdxAcumulado) / 60.
           MOVE ImporteExtra TO ImporteEditado.
           MOVE ImporteNoche TO ImporteEditado2.
           MOVE SPACES TO LineaFichaje.
           STRING ACF-EmpleadoId(IdxAcumulado) " dias "
               ACF-Dias(IdxAcumulado) " extra " HorasEditado "h "
               ImporteEditado " noche " HorasEditado2 "h "
               ImporteEditado2
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.

       EscribeTitulos.
           MOVE SPACES TO LineaFichaje.
           STRING "Horas extra y nocturnidad generadas el " FechaHoy
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           MOVE ALL "-" TO LineaFichaje.
           WRITE LineaFichaje.
           MOVE SPACES TO LineaExcepcion.
           STRING "Fichajes rechazados del " FechaHoy
               " (corregir antes de la nomina)"
               DELIMITED BY SIZE INTO LineaExcepcion.
           WRITE LineaExcepcion.
           MOVE ALL "-" TO LineaExcepcion.
           WRITE LineaExcepcion.

       EscribeResumen.
           MOVE SPACES TO LineaFichaje.
           WRITE LineaFichaje.
           MOVE TotalLeidos TO ContadorEditado.
           MOVE SPACES TO LineaFichaje.
           STRING "Fichajes leidos:        " ContadorEditado
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           DISPLAY LineaFichaje.
           MOVE TotalValidos TO ContadorEditado.
           MOVE SPACES TO LineaFichaje.
           STRING "Jornadas computadas:    " ContadorEditado
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           MOVE TotalExcluidos TO ContadorEditado.
           MOVE SPACES TO LineaFichaje.
           STRING "Excluidos por ausencia: " ContadorEditado
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           MOVE TotalExcepciones TO ContadorEditado.
           MOVE SPACES TO LineaFichaje.
           STRING "Excepciones:            " ContadorEditado
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           DISPLAY LineaFichaje.
           MOVE TotalConceptos TO ContadorEditado.
           MOVE TotalImporteExtra TO ImporteEditado.
           MOVE TotalImporteNoche TO ImporteEditado2.
           MOVE SPACES TO LineaFichaje.
           STRING "Conceptos generados:    " ContadorEditado
               "  HEXT " ImporteEditado "  NOCT " ImporteEditado2
               DELIMITED BY SIZE INTO LineaFichaje.
           WRITE LineaFichaje.
           DISPLAY LineaFichaje.
       END PROGRAM CargaFichajes.
