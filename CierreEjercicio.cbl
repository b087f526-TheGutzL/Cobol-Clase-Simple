       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierreEjercicio.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoControlNomina
               ASSIGN TO "nomina_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoControlNomina.
           SELECT OPTIONAL ArchivoVisado
               ASSIGN TO "nomina_visado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVisado.
           SELECT OPTIONAL ArchivoCierres ASSIGN TO "dias_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCierres.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoAcumulados
               ASSIGN TO "nomina_acumulados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-Clave
               FILE STATUS IS EstadoAcumulados.
           SELECT OPTIONAL ArchivoVacaciones
               ASSIGN TO "vacaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-Clave
               FILE STATUS IS EstadoVacaciones.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "vacaciones_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT OPTIONAL ArchivoSecFacturas
               ASSIGN TO "factura_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecFacturas.
           SELECT OPTIONAL ArchivoSecAbonos
               ASSIGN TO "abono_secuencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoSecAbonos.
           SELECT ReporteCierre ASSIGN TO "cierre_ejercicio.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoControlNomina.
       COPY "NOMCTL.cpy".
       FD  ArchivoVisado.
       COPY "NOMVISA.cpy".
       FD  ArchivoCierres.
       01  CIE-Registro.
           05 CIE-FechaNegocio PIC 9(8).
           05 CIE-FechaCierre PIC 9(8).
           05 CIE-HoraCierre PIC 9(8).
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoAcumulados.
       COPY "NOMACU.cpy".
       FD  ArchivoVacaciones.
       COPY "VACREG.cpy".
       FD  ArchivoParametros.
       01  VP-Registro.
           05 VP-DiasBase PIC 99.
           05 VP-AnosPorDiaExtra PIC 99.
           05 VP-MaxArrastre PIC 99.
       FD  ArchivoSecFacturas.
       01  SFA-Registro.
           05 SFA-UltimaFactura PIC 9(8).
       FD  ArchivoSecAbonos.
       01  SAB-Registro.
           05 SAB-UltimoAbono PIC 9(8).
       FD  ReporteCierre.
       01  LineaCierre PIC X(100).
       WORKING-STORAGE SECTION.
       01  EstadoControlNomina PIC XX VALUE "00".
           88 NoHayControlNomina VALUE "05".
       01  EstadoVisado PIC XX VALUE "00".
           88 NoHayVisado VALUE "05".
       01  EstadoCierres PIC XX VALUE "00".
           88 NoHayCierres VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoAcumulados PIC XX VALUE "00".
           88 NoHayAcumulados VALUE "05".
       01  EstadoVacaciones PIC XX VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoSecFacturas PIC XX VALUE "00".
           88 NoHaySecFacturas VALUE "05".
       01  EstadoSecAbonos PIC XX VALUE "00".
           88 NoHaySecAbonos VALUE "05".
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "CierreEjercicio".
       77  ModoControl PIC X VALUE SPACE.
       77  ProgramaControl PIC X(15) VALUE "CierreEjercicio".
       77  EstadoEjecucion PIC X VALUE SPACE.
       77  PermitidoControl PIC X VALUE "N".
           88 EjecucionPermitida VALUE "S".
       77  RunIdControl PIC 9(6) VALUE ZEROS.
       77  ModoLaborable PIC X VALUE SPACE.
       77  FechaConsulta PIC 9(8) VALUE ZEROS.
       77  UltimoLaborable PIC 9(8) VALUE ZEROS.
       77  LaborableFlag PIC X VALUE "N".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  Ejercicio PIC 9(4) VALUE ZEROS.
       77  NuevoEjercicio PIC 9(4) VALUE ZEROS.
       77  PeriodoDiciembre PIC 9(6) VALUE ZEROS.
       77  FinLectura PIC X VALUE "N".
           88 NoHayMasLectura VALUE "S".
       77  NominaCerradaFlag PIC X VALUE "N".
           88 NominaCerrada VALUE "S".
       77  ControlHalladoFlag PIC X VALUE "N".
           88 ControlHallado VALUE "S".
       77  VisadoFlag PIC X VALUE "N".
           88 ControlVisado VALUE "S".
       77  DiaCerradoFlag PIC X VALUE "N".
           88 DiaCerrado VALUE "S".
       77  RequisitosFlag PIC X VALUE "S".
           88 RequisitosCumplidos VALUE "S".
       77  SerieErroneaFlag PIC X VALUE "N".
           88 SerieErronea VALUE "S".
       77  MaxArrastre PIC 99 VALUE 5.
       77  TotalAcumulados PIC 9(6) VALUE ZEROS.
       77  CierreBruto PIC 9(11)V99 VALUE ZEROS.
       77  CierreIrpf PIC 9(11)V99 VALUE ZEROS.
       77  CierreSegSocial PIC 9(11)V99 VALUE ZEROS.
       77  CierreCuotaEmpresa PIC 9(11)V99 VALUE ZEROS.
       77  CierreNeto PIC 9(11)V99 VALUE ZEROS.
       77  AcumuladosAbiertos PIC 9(6) VALUE ZEROS.
       77  AcumuladosExistentes PIC 9(6) VALUE ZEROS.
       77  SaldoAnteriorFlag PIC X VALUE "N".
           88 HaySaldoAnterior VALUE "S".
       77  DiasPendientes PIC S9(4) VALUE ZEROS.
       77  DiasArrastre PIC 9(3) VALUE ZEROS.
       77  EmpleadosVacaciones PIC 9(6) VALUE ZEROS.
       77  TotalPendientes PIC 9(7) VALUE ZEROS.
       77  TotalArrastrados PIC 9(7) VALUE ZEROS.
       77  TotalPerdidos PIC 9(7) VALUE ZEROS.
       77  UltimaFactura PIC 9(8) VALUE ZEROS.
       77  UltimoAbono PIC 9(8) VALUE ZEROS.
       77  InicioSerie PIC 9(8) VALUE ZEROS.
       77  FinSerie PIC 9(8) VALUE ZEROS.
       77  ImporteEditado PIC Z(10)9,99.

       PROCEDURE DIVISION.
      *( paso de ejercicio: solo arranca con la nomina de
      *  diciembre calculada y visada y el ultimo dia habil de
      *  diciembre cerrado por CierreDia, y queda anotado en el
      *  libro de ejecuciones. Abre los acumulados de nomina del
      *  nuevo ejercicio para los empleados en alta, pasa al nuevo
      *  ejercicio los dias de vacaciones no disfrutados hasta el
      *  limite de vacaciones_param.dat y empieza las series de
      *  facturas y abonos del nuevo ano (AAAA0001). Cada paso se
      *  puede repetir sin duplicar nada; el informe deja los
      *  totales de cierre que se llevaron al nuevo ejercicio )
       Inicio.
           DISPLAY "CierreEjercicio: paso de ejercicio de "
               "acumulados, vacaciones y series de facturacion.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "G" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "CierreEjercicio: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           DISPLAY "Ejercicio a cerrar (AAAA, 0 = el anterior): ".
           ACCEPT Ejercicio.
           IF Ejercicio = ZEROS
               COMPUTE Ejercicio = FechaHoy / 10000 - 1.
           COMPUTE NuevoEjercicio = Ejercicio + 1.
           COMPUTE PeriodoDiciembre = Ejercicio * 100 + 12.
           PERFORM RegistraInicioEjecucion.
           IF NOT EjecucionPermitida
               DISPLAY "CierreEjercicio: ya existe una ejecucion "
                   "completada para la fecha de negocio " FechaHoy
               DISPLAY "CierreEjercicio: anote la autorizacion en "
                   "override_runctl.dat para reejecutar."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ReporteCierre.
           PERFORM EscribeTitulo.
           PERFORM CompruebaRequisitos.
           IF RequisitosCumplidos
               PERFORM CargaParametros
               PERFORM TotalizaAcumulados
               PERFORM PasaEmpleados
               PERFORM EscribeResumen
               PERFORM IniciaSeries
               IF SerieErronea
                   MOVE "E" TO EstadoEjecucion
                   MOVE 8 TO CodigoRetorno
               ELSE
                   MOVE "C" TO EstadoEjecucion
               END-IF
           ELSE
               MOVE SPACES TO LineaCierre
               STRING "EJERCICIO " Ejercicio " NO CERRADO: faltan "
                   "requisitos de cierre"
                   DELIMITED BY SIZE INTO LineaCierre
               WRITE LineaCierre
               DISPLAY LineaCierre
               MOVE "E" TO EstadoEjecucion
               MOVE 8 TO CodigoRetorno.
           CLOSE ReporteCierre.
           PERFORM RegistraFinEjecucion.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       RegistraInicioEjecucion.
           MOVE "I" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaHoy EstadoEjecucion PermitidoControl
               RunIdControl.

       RegistraFinEjecucion.
           MOVE "F" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaHoy EstadoEjecucion PermitidoControl
               RunIdControl.

      *( requisitos: totales de control de la nomina de
      *  diciembre, ultimo control de esa nomina visado y ultimo
      *  dia habil de diciembre cerrado )
       CompruebaRequisitos.
           PERFORM CompruebaNomina.
           MOVE SPACES TO LineaCierre.
           IF NominaCerrada
               STRING "  Nomina " PeriodoDiciembre
                   " calculada: SI"
                   DELIMITED BY SIZE INTO LineaCierre
           ELSE
               MOVE "N" TO RequisitosFlag
               STRING "  Nomina " PeriodoDiciembre
                   " calculada: NO (sin totales en nomina_control)"
                   DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           DISPLAY LineaCierre.
           PERFORM CompruebaVisado.
           MOVE SPACES TO LineaCierre.
           IF ControlVisado
               STRING "  Nomina " PeriodoDiciembre " visada: SI"
                   DELIMITED BY SIZE INTO LineaCierre
           ELSE
               MOVE "N" TO RequisitosFlag
               STRING "  Nomina " PeriodoDiciembre " visada: NO"
                   DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           DISPLAY LineaCierre.
           PERFORM CompruebaUltimoDia.
           MOVE SPACES TO LineaCierre.
           IF DiaCerrado
               STRING "  Ultimo dia habil " UltimoLaborable
                   " cerrado: SI"
                   DELIMITED BY SIZE INTO LineaCierre
           ELSE
               MOVE "N" TO RequisitosFlag
               STRING "  Ultimo dia habil " UltimoLaborable
                   " cerrado: NO"
                   DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           DISPLAY LineaCierre.

       CompruebaNomina.
           MOVE "N" TO NominaCerradaFlag.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoControlNomina.
           IF NoHayControlNomina
               MOVE "S" TO FinLectura.
           PERFORM LeeControlNomina UNTIL NoHayMasLectura.
           CLOSE ArchivoControlNomina.

       LeeControlNomina.
           READ ArchivoControlNomina
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF NCT-Periodo = PeriodoDiciembre
                       MOVE "S" TO NominaCerradaFlag
                   END-IF
           END-READ.

      *( como en PagosNomina, cuenta el ultimo control del
      *  periodo: un control posterior al visado lo anula )
       CompruebaVisado.
           MOVE "N" TO ControlHalladoFlag.
           MOVE "N" TO VisadoFlag.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoVisado.
           IF NoHayVisado
               MOVE "S" TO FinLectura.
           PERFORM LeeVisado UNTIL NoHayMasLectura.
           CLOSE ArchivoVisado.

       LeeVisado.
           READ ArchivoVisado
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF VN-Periodo = PeriodoDiciembre
                       IF VN-CONTROL
                           MOVE "S" TO ControlHalladoFlag
                           MOVE "N" TO VisadoFlag
                       ELSE
                           IF VN-VISADO AND ControlHallado
                               MOVE "S" TO VisadoFlag
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CompruebaUltimoDia.
           COMPUTE FechaConsulta = NuevoEjercicio * 10000 + 101.
           MOVE "A" TO ModoLaborable.
           CALL "FechaLaborable" USING ModoLaborable FechaConsulta
               UltimoLaborable LaborableFlag.
           MOVE "N" TO DiaCerradoFlag.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoCierres.
           IF NoHayCierres
               MOVE "S" TO FinLectura.
           PERFORM LeeCierre UNTIL NoHayMasLectura.
           CLOSE ArchivoCierres.

       LeeCierre.
           READ ArchivoCierres
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF CIE-FechaNegocio = UltimoLaborable
                       MOVE "S" TO DiaCerradoFlag
                   END-IF
           END-READ.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF VP-MaxArrastre IS NUMERIC
                           MOVE VP-MaxArrastre TO MaxArrastre
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

      *( totales de cierre de los acumulados de nomina del
      *  ejercicio que se cierra )
       TotalizaAcumulados.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoAcumulados.
           IF NoHayAcumulados
               MOVE "S" TO FinLectura.
           PERFORM LeeAcumulado UNTIL NoHayMasLectura.
           CLOSE ArchivoAcumulados.

       LeeAcumulado.
           READ ArchivoAcumulados NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF ACU-Ano = Ejercicio
                       ADD 1 TO TotalAcumulados
                       ADD ACU-Bruto TO CierreBruto
                       ADD ACU-Irpf TO CierreIrpf
                       ADD ACU-SegSocial TO CierreSegSocial
                       ADD ACU-CuotaEmpresa TO CierreCuotaEmpresa
                       ADD ACU-Neto TO CierreNeto
                   END-IF
           END-READ.

      *( una pasada por los empleados en alta, tambien los
      *  suspendidos, que vuelven dentro del nuevo ejercicio: abre
      *  su acumulado y le pasa las vacaciones pendientes; los que
      *  causaron baja cobran las suyas en el finiquito )
       PasaEmpleados.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "CierreEjercicio: no se encontro "
                   "empleados.dat".
           OPEN I-O ArchivoAcumulados.
           OPEN I-O ArchivoVacaciones.
           PERFORM LeeEmpleado.
           PERFORM PasaEmpleado UNTIL NoHayMasLectura.
           CLOSE ArchivoEmpleados.
           CLOSE ArchivoAcumulados.
           CLOSE ArchivoVacaciones.

       LeeEmpleado.
           READ ArchivoEmpleados NEXT
               AT END MOVE "S" TO FinLectura.

       PasaEmpleado.
           IF NOT EMP-BAJA
               PERFORM AbreAcumulado
               PERFORM ArrastraVacaciones.
           PERFORM LeeEmpleado.

       AbreAcumulado.
           MOVE EMP-EMPLEADO-ID TO ACU-EmpleadoId.
           MOVE NuevoEjercicio TO ACU-Ano.
           MOVE ZEROS TO ACU-Bruto ACU-Irpf ACU-SegSocial
               ACU-CuotaEmpresa ACU-Neto ACU-Periodos.
           WRITE ACU-Registro
               INVALID KEY ADD 1 TO AcumuladosExistentes
               NOT INVALID KEY ADD 1 TO AcumuladosAbiertos
           END-WRITE.

      *( lo pendiente es lo devengado mas lo que ya venia
      *  arrastrado menos lo disfrutado; se arrastra hasta el
      *  limite y el resto se pierde. El arrastre se asigna, no se
      *  suma, para que repetir el paso no lo duplique )
       ArrastraVacaciones.
           MOVE "N" TO SaldoAnteriorFlag.
           MOVE ZEROS TO DiasPendientes.
           MOVE EMP-EMPLEADO-ID TO VAC-EmpleadoId.
           MOVE Ejercicio TO VAC-Ano.
           READ ArchivoVacaciones KEY IS VAC-Clave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SaldoAnteriorFlag
                   COMPUTE DiasPendientes = VAC-Devengados
                       + VAC-Arrastrados - VAC-Disfrutados
           END-READ.
           IF HaySaldoAnterior
               IF DiasPendientes < ZEROS
                   MOVE ZEROS TO DiasPendientes
               END-IF
               MOVE DiasPendientes TO DiasArrastre
               IF DiasArrastre > MaxArrastre
                   MOVE MaxArrastre TO DiasArrastre
               END-IF
               ADD 1 TO EmpleadosVacaciones
               ADD DiasPendientes TO TotalPendientes
               ADD DiasArrastre TO TotalArrastrados
               COMPUTE TotalPerdidos = TotalPerdidos
                   + DiasPendientes - DiasArrastre
               PERFORM GrabaArrastre
           END-IF.

       GrabaArrastre.
           MOVE EMP-EMPLEADO-ID TO VAC-EmpleadoId.
           MOVE NuevoEjercicio TO VAC-Ano.
           READ ArchivoVacaciones KEY IS VAC-Clave
               INVALID KEY
                   IF DiasArrastre > ZEROS
                       MOVE EMP-EMPLEADO-ID TO VAC-EmpleadoId
                       MOVE NuevoEjercicio TO VAC-Ano
                       MOVE ZEROS TO VAC-Devengados
                       MOVE ZEROS TO VAC-Disfrutados
                       MOVE DiasArrastre TO VAC-Arrastrados
                       WRITE VAC-Registro
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   MOVE DiasArrastre TO VAC-Arrastrados
                   REWRITE VAC-Registro
           END-READ.

      *( la serie del nuevo ano arranca en AAAA0000, de modo que
      *  la primera factura o abono que se emita sea AAAA0001; si
      *  el contador ya esta dentro de la serie del nuevo ano no
      *  se toca, y si esta por encima la numeracion ya no es
      *  correlativa y el paso termina en error )
       IniciaSeries.
           COMPUTE InicioSerie = NuevoEjercicio * 10000.
           COMPUTE FinSerie = InicioSerie + 9999.
           MOVE ZEROS TO UltimaFactura.
           OPEN INPUT ArchivoSecFacturas.
           IF NOT NoHaySecFacturas
               READ ArchivoSecFacturas
                   AT END CONTINUE
                   NOT AT END
                       MOVE SFA-UltimaFactura TO UltimaFactura
               END-READ.
           CLOSE ArchivoSecFacturas.
           MOVE ZEROS TO UltimoAbono.
           OPEN INPUT ArchivoSecAbonos.
           IF NOT NoHaySecAbonos
               READ ArchivoSecAbonos
                   AT END CONTINUE
                   NOT AT END
                       MOVE SAB-UltimoAbono TO UltimoAbono
               END-READ.
           CLOSE ArchivoSecAbonos.
           MOVE SPACES TO LineaCierre.
           WRITE LineaCierre.
           MOVE SPACES TO LineaCierre.
           IF UltimaFactura < InicioSerie
               CALL "GuardaFactura" USING InicioSerie
               STRING "Facturas: ultima del ejercicio " UltimaFactura
                   ", nueva serie desde " InicioSerie
                   DELIMITED BY SIZE INTO LineaCierre
           ELSE
               IF UltimaFactura > FinSerie
                   MOVE "S" TO SerieErroneaFlag
                   STRING "Facturas: ERROR, el contador "
                       UltimaFactura " supera la serie del "
                       NuevoEjercicio
                       DELIMITED BY SIZE INTO LineaCierre
               ELSE
                   STRING "Facturas: serie del " NuevoEjercicio
                       " ya iniciada, ultima " UltimaFactura
                       DELIMITED BY SIZE INTO LineaCierre
               END-IF
           END-IF.
           WRITE LineaCierre.
           DISPLAY LineaCierre.
           MOVE SPACES TO LineaCierre.
           IF UltimoAbono < InicioSerie
               MOVE InicioSerie TO SAB-UltimoAbono
               OPEN OUTPUT ArchivoSecAbonos
               WRITE SAB-Registro
               CLOSE ArchivoSecAbonos
               STRING "Abonos: ultimo del ejercicio " UltimoAbono
                   ", nueva serie desde " InicioSerie
                   DELIMITED BY SIZE INTO LineaCierre
           ELSE
               IF UltimoAbono > FinSerie
                   MOVE "S" TO SerieErroneaFlag
                   STRING "Abonos: ERROR, el contador "
                       UltimoAbono " supera la serie del "
                       NuevoEjercicio
                       DELIMITED BY SIZE INTO LineaCierre
               ELSE
                   STRING "Abonos: serie del " NuevoEjercicio
                       " ya iniciada, ultimo " UltimoAbono
                       DELIMITED BY SIZE INTO LineaCierre
               END-IF
           END-IF.
           WRITE LineaCierre.
           DISPLAY LineaCierre.

       EscribeTitulo.
           MOVE SPACES TO LineaCierre.
           STRING "Cierre del ejercicio " Ejercicio
               " y apertura del " NuevoEjercicio
               "  (ejecucion " FechaHoy " operador " Operador ")"
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE ALL "-" TO LineaCierre.
           WRITE LineaCierre.

       EscribeResumen.
           MOVE SPACES TO LineaCierre.
           WRITE LineaCierre.
           MOVE SPACES TO LineaCierre.
           STRING "Acumulados de nomina " Ejercicio ": "
               TotalAcumulados " empleados"
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE CierreBruto TO ImporteEditado.
           MOVE SPACES TO LineaCierre.
           STRING "  Bruto            " ImporteEditado
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE CierreIrpf TO ImporteEditado.
           MOVE SPACES TO LineaCierre.
           STRING "  IRPF             " ImporteEditado
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE CierreSegSocial TO ImporteEditado.
           MOVE SPACES TO LineaCierre.
           STRING "  Seg. Social      " ImporteEditado
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE CierreCuotaEmpresa TO ImporteEditado.
           MOVE SPACES TO LineaCierre.
           STRING "  Cuota empresa    " ImporteEditado
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE CierreNeto TO ImporteEditado.
           MOVE SPACES TO LineaCierre.
           STRING "  Neto             " ImporteEditado
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE SPACES TO LineaCierre.
           STRING "Acumulados " NuevoEjercicio " abiertos: "
               AcumuladosAbiertos "  ya existentes: "
               AcumuladosExistentes
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           DISPLAY LineaCierre.
           MOVE SPACES TO LineaCierre.
           WRITE LineaCierre.
           MOVE SPACES TO LineaCierre.
           STRING "Vacaciones " Ejercicio ": " EmpleadosVacaciones
               " empleados, dias pendientes " TotalPendientes
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           MOVE SPACES TO LineaCierre.
           STRING "  Arrastrados al " NuevoEjercicio " (limite "
               MaxArrastre " dias): " TotalArrastrados
               "  perdidos: " TotalPerdidos
               DELIMITED BY SIZE INTO LineaCierre.
           WRITE LineaCierre.
           DISPLAY LineaCierre.

       END PROGRAM CierreEjercicio.
