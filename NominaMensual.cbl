               FILE STATUS IS EstadoAcumulados.
           SELECT ReporteNomina ASSIGN TO NOMINRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivoPrestamos
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoPrestamos.
           SELECT OPTIONAL ArchivoEmbargos ASSIGN TO "embargos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmbargos.
           SELECT OPTIONAL ArchivoTramosEmbargo
               ASSIGN TO "embargo_tramos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTramosEmbargo.
           SELECT ReporteEmbargos
               ASSIGN TO "embargos_transferencias.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ArchivoControlNomina
               ASSIGN TO "nomina_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoControlNomina.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEmpleados.
           05 NP-PorcIRPF PIC 9(2)V99.
           05 NP-PorcSS PIC 9(2)V99.
           05 NP-PorcEmpresa PIC 9(2)V99.
           05 NP-NetoMinimo PIC 9(7)V99.
       FD  ArchivoNomina.
       COPY "NOMREG.cpy".
       FD  ArchivoTramos.
       COPY "NOMACU.cpy".
       FD  ReporteNomina.
       01  LineaNomina PIC X(90).
       FD  ArchivoPrestamos.
       COPY "PRESTMST.cpy".
       FD  ArchivoEmbargos.
       COPY "EMBARGO.cpy".
       FD  ArchivoTramosEmbargo.
       01  TEM-Registro.
           05 TEM-Desde PIC 9(7)V99.
           05 TEM-Porcentaje PIC 9(3)V99.
       FD  ReporteEmbargos.
       01  LineaEmbargo PIC X(90).
       FD  ArchivoControlNomina.
       COPY "NOMCTL.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 EmpleadosOk VALUE "00".
           05 VAR-Entrada OCCURS 500 TIMES.
               10 VAR-EmpleadoId PIC 9(6).
               10 VAR-Concepto PIC X(4).
                  88 VAR-REEMBOLSO-GASTOS VALUE "GAST".
                  88 VAR-FINIQUITO VALUE "SALP" "VACA" "PEXT" "INDM".
                  88 VAR-INDEMNIZACION VALUE "INDM".
               10 VAR-Importe PIC S9(7)V99.
               10 VAR-Aplicado PIC X.
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       01  EstadoPrestamos PIC XX VALUE "00".
           88 NoHayPrestamos VALUE "05".
       77  FinPrestamos PIC X VALUE "N".
           88 NoHayMasPrestamos VALUE "S".
       77  NetoMinimo PIC 9(7)V99 VALUE ZEROS.
       77  DescuentoPrestamos PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  DisponibleNeto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PagoPrestamo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  InteresPrestamo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CapitalPrestamo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  FaltaCuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PeriodoVto PIC 9(6) VALUE ZEROS.
       77  TotalPrestamosEmp PIC 999 VALUE ZEROS.
       77  IdxPrestamoEmp PIC 999 VALUE ZEROS.
       77  TotalDescuentoPrest PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalCuotasIncompletas PIC 9(4) VALUE ZEROS.
       01  FechaVtoDet.
           05 VTO-Ano PIC 9(4).
           05 VTO-Mes PIC 99.
           05 VTO-Dia PIC 99.
       01  EstadoEmbargos PIC XX VALUE "00".
           88 NoHayEmbargos VALUE "05".
       01  EstadoTramosEmbargo PIC XX VALUE "00".
           88 NoHayTramosEmbargo VALUE "05".
       77  FinEmbargos PIC X VALUE "N".
           88 NoHayMasEmbargos VALUE "S".
       77  TotalEmbargos PIC 999 VALUE ZEROS.
       77  IdxEmbargo PIC 999 VALUE ZEROS.
       77  TotalTramosEmb PIC 99 VALUE ZEROS.
       77  IdxTramoEmb PIC 99 VALUE ZEROS.
       77  NetoEmbargable PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  LimiteEmbargo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PorcionEmbargo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  RetencionEmbargo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PendienteEmbargo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Embargo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalEmbargado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  EmbargosSaldados PIC 999 VALUE ZEROS.
       01  TablaTramosEmbargo.
           05 TRE-Entrada OCCURS 10 TIMES.
               10 TRE-Desde PIC 9(7)V99.
               10 TRE-Porcentaje PIC 9(3)V99.
       01  TablaEmbargos.
           05 TEB-Registro OCCURS 500 TIMES PIC X(121).
       01  TablaPrestamosEmp.
           05 PEM-Entrada OCCURS 500 TIMES.
               10 PEM-Id PIC 9(6).
               10 PEM-EmpleadoId PIC 9(6).
       01  EstadoControlNomina PIC XX VALUE "00".
           88 ControlNominaNoExiste VALUE "35".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  CuotaSS PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CuotaEmpresa PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Neto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Reembolso PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalReembolsos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  Indemnizacion PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalIndemnizaciones PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  PeriodoBaja PIC 9(6) VALUE ZEROS.
       77  FiniquitoFlag PIC X VALUE "N".
           88 TieneFiniquito VALUE "S".
       77  TotalEmpleados PIC 9(6) VALUE ZEROS.
       77  TotalSinSalario PIC 9(6) VALUE ZEROS.
       77  TotalBruto PIC S9(11)V99 COMP-3 VALUE ZEROS.
           PERFORM LeeTasas.
           PERFORM CargaVariables.
           PERFORM CargaCuentas.
           PERFORM CargaPrestamosEmpleados.
           PERFORM CargaEmbargos.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "NominaMensual: no se encontro empleados.dat"
               OPEN OUTPUT ReporteNomina
               OPEN OUTPUT ReporteExcepciones
               OPEN OUTPUT ReporteEdicionVar
               OPEN OUTPUT ReporteEmbargos
               PERFORM EscribeTituloEmbargos
               OPEN I-O ArchivoAcumulados
               PERFORM EscribeTitulo
               PERFORM AvisaVariablesDesbordadas
               CLOSE ArchivoEmpleados
               PERFORM RechazaVariablesSinDueno
               PERFORM EscribeTotales
               PERFORM GrabaControlNomina
               PERFORM GeneraAsientos
               CLOSE ArchivoNomina
               CLOSE ReporteNomina
               CLOSE ReporteExcepciones
               CLOSE ReporteEdicionVar
               CLOSE ArchivoAcumulados
               CLOSE ArchivoPrestamos
               PERFORM EscribeResumenEmbargos
               CLOSE ReporteEmbargos
               PERFORM ReescribeEmbargos
               MOVE "C" TO EstadoEjecucion
               IF TotalSinSalario NOT = ZEROS
                   OR TotalSinTasa NOT = ZEROS
                   OR TotalCuotasIncompletas NOT = ZEROS
                   OR TotalVarRechazadas NOT = ZEROS
                   OR TotalVarDesbordadas NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
                       MOVE NP-PorcIRPF TO PorcIRPF
                       MOVE NP-PorcSS TO PorcSS
                       MOVE NP-PorcEmpresa TO PorcEmpresa
                       IF NP-NetoMinimo NUMERIC
                           MOVE NP-NetoMinimo TO NetoMinimo
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

                       PERFORM RegistraSinTasa
                   END-IF
           ELSE
               PERFORM CompruebaBajaPeriodo.
           PERFORM LeeEmpleado.

      *( el empleado dado de baja en el propio mes cobra una
      *  ultima nomina sin salario base, compuesta por los
      *  conceptos de su finiquito; si no se le ha liquidado aun
      *  se trata como cualquier otro inactivo )
       CompruebaBajaPeriodo.
           MOVE "N" TO FiniquitoFlag.
           COMPUTE PeriodoBaja = EMP-FECHA-BAJA / 100.
           IF EMP-BAJA AND PeriodoBaja = Periodo
               PERFORM BuscaFiniquito
                   VARYING IdxVariable FROM 1 BY 1
                   UNTIL IdxVariable > TotalVariables
                   OR TieneFiniquito.
           IF TieneFiniquito
               PERFORM BuscaTasaEmpleado
               IF TasaEncontrada
                   PERFORM CalculaEmpleado
               ELSE
                   PERFORM RegistraSinTasa
               END-IF
           ELSE
               PERFORM RechazaVariablesInactivo.

       BuscaFiniquito.
           IF VAR-EmpleadoId(IdxVariable) = EMP-EMPLEADO-ID
               AND VAR-Aplicado(IdxVariable) = "N"
               AND VAR-FINIQUITO(IdxVariable)
               MOVE "S" TO FiniquitoFlag.

       CalculaEmpleado.
           ADD 1 TO TotalEmpleados.
           IF EMP-BAJA
               MOVE ZEROS TO BrutoMoneda
           ELSE
               MOVE EMP-SALARIO-BASE TO BrutoMoneda.
           MOVE ZEROS TO Reembolso.
           MOVE ZEROS TO Indemnizacion.
           PERFORM AplicaVariables.
           COMPUTE Bruto ROUNDED = BrutoMoneda / TasaCambio.
           COMPUTE Indemnizacion ROUNDED = Indemnizacion / TasaCambio.
           PERFORM CalculaIRPF.
           COMPUTE CuotaSS ROUNDED = Bruto * PorcSS / 100.
           COMPUTE CuotaEmpresa ROUNDED = Bruto * PorcEmpresa / 100.
           COMPUTE Neto = Bruto - CuotaIRPF - CuotaSS + Reembolso
               + Indemnizacion.
           ADD Reembolso TO TotalReembolsos.
           ADD Indemnizacion TO TotalIndemnizaciones.
           PERFORM RetieneEmbargos.
           SUBTRACT Embargo FROM Neto.
           PERFORM DescuentaPrestamos.
           SUBTRACT DescuentoPrestamos FROM Neto.
           ADD Bruto TO TotalBruto.
           ADD CuotaIRPF TO TotalIRPF.
           ADD CuotaSS TO TotalSS.
           MOVE CuotaEmpresa TO NOM-CuotaEmpresa.
           MOVE Neto TO NOM-Neto.
           MOVE MonedaBase TO NOM-Moneda.
           MOVE Reembolso TO NOM-Reembolsos.
           MOVE DescuentoPrestamos TO NOM-Prestamos.
           MOVE Embargo TO NOM-Embargos.
           MOVE Indemnizacion TO NOM-Indemnizacion.
           WRITE NOM-Registro.
           PERFORM EscribeDetalleEmpleado.
           PERFORM ActualizaAcumulado.

      *( las ordenes de embargo se cargan enteras al inicio, se
      *  van saldando en memoria y se reescriben al final con el
      *  acumulado retenido; la escala legal de embargo_tramos.dat
      *  (porcentaje embargable por tramo de neto mensual) debe
      *  venir ordenada por importe ascendente )
       CargaEmbargos.
           MOVE "N" TO FinEmbargos.
           OPEN INPUT ArchivoEmbargos.
           IF NoHayEmbargos
               MOVE "S" TO FinEmbargos.
           PERFORM CargaUnEmbargo UNTIL NoHayMasEmbargos.
           CLOSE ArchivoEmbargos.
           OPEN INPUT ArchivoTramosEmbargo.
           IF NoHayTramosEmbargo
               PERFORM CargaTramosEmbargoDefecto
           ELSE
               MOVE "N" TO FinEmbargos
               PERFORM CargaUnTramoEmbargo UNTIL NoHayMasEmbargos.
           CLOSE ArchivoTramosEmbargo.
           IF TotalTramosEmb = ZEROS
               PERFORM CargaTramosEmbargoDefecto.

       CargaUnEmbargo.
           READ ArchivoEmbargos
               AT END MOVE "S" TO FinEmbargos
               NOT AT END
                   IF TotalEmbargos < 500
                       ADD 1 TO TotalEmbargos
                       MOVE EMB-Registro
                           TO TEB-Registro(TotalEmbargos)
                   ELSE
                       DISPLAY "NominaMensual: tabla de embargos "
                           "llena, no se aplica " EMB-Referencia
                   END-IF
           END-READ.

       CargaUnTramoEmbargo.
           READ ArchivoTramosEmbargo
               AT END MOVE "S" TO FinEmbargos
               NOT AT END
                   IF TotalTramosEmb < 10
                       ADD 1 TO TotalTramosEmb
                       MOVE TEM-Desde TO TRE-Desde(TotalTramosEmb)
                       MOVE TEM-Porcentaje
                           TO TRE-Porcentaje(TotalTramosEmb)
                   END-IF
           END-READ.

      *( sin fichero vale la escala de la ley de enjuiciamiento
      *  civil sobre el salario minimo: inembargable hasta un
      *  salario minimo y 30, 50, 60, 75 y 90 por ciento en los
      *  tramos siguientes )
       CargaTramosEmbargoDefecto.
           MOVE 6 TO TotalTramosEmb.
           MOVE ZEROS TO TRE-Desde(1).
           MOVE ZEROS TO TRE-Porcentaje(1).
           MOVE 1134,00 TO TRE-Desde(2).
           MOVE 30,00 TO TRE-Porcentaje(2).
           MOVE 2268,00 TO TRE-Desde(3).
           MOVE 50,00 TO TRE-Porcentaje(3).
           MOVE 3402,00 TO TRE-Desde(4).
           MOVE 60,00 TO TRE-Porcentaje(4).
           MOVE 4536,00 TO TRE-Desde(5).
           MOVE 75,00 TO TRE-Porcentaje(5).
           MOVE 5670,00 TO TRE-Desde(6).
           MOVE 90,00 TO TRE-Porcentaje(6).

      *( el limite embargable se calcula una vez por empleado
      *  sobre el neto salarial (sin reembolsos) y se reparte
      *  entre sus ordenes activas por orden de llegada )
       RetieneEmbargos.
           MOVE ZEROS TO Embargo.
           COMPUTE NetoEmbargable = Bruto - CuotaIRPF - CuotaSS.
           MOVE ZEROS TO LimiteEmbargo.
           IF NetoEmbargable > ZEROS
               PERFORM AcumulaTramoEmbargo
                   VARYING IdxTramoEmb FROM 1 BY 1
                   UNTIL IdxTramoEmb > TotalTramosEmb.
           PERFORM RetieneUnEmbargo
               VARYING IdxEmbargo FROM 1 BY 1
               UNTIL IdxEmbargo > TotalEmbargos.

       AcumulaTramoEmbargo.
           IF NetoEmbargable > TRE-Desde(IdxTramoEmb)
               IF IdxTramoEmb < TotalTramosEmb
                   AND NetoEmbargable > TRE-Desde(IdxTramoEmb + 1)
                   COMPUTE PorcionEmbargo =
                       TRE-Desde(IdxTramoEmb + 1)
                       - TRE-Desde(IdxTramoEmb)
               ELSE
                   COMPUTE PorcionEmbargo =
                       NetoEmbargable - TRE-Desde(IdxTramoEmb)
               END-IF
               COMPUTE LimiteEmbargo ROUNDED = LimiteEmbargo +
                   (PorcionEmbargo * TRE-Porcentaje(IdxTramoEmb)
                   / 100).

       RetieneUnEmbargo.
           MOVE TEB-Registro(IdxEmbargo) TO EMB-Registro.
           IF EMB-EmpleadoId = EMP-EMPLEADO-ID AND EMB-ACTIVO
               AND LimiteEmbargo > Embargo
               COMPUTE PendienteEmbargo =
                   EMB-TotalDeuda - EMB-Retenido
               COMPUTE RetencionEmbargo = LimiteEmbargo - Embargo
               IF RetencionEmbargo > PendienteEmbargo
                   MOVE PendienteEmbargo TO RetencionEmbargo
               END-IF
               ADD RetencionEmbargo TO Embargo
               ADD RetencionEmbargo TO EMB-Retenido
               ADD RetencionEmbargo TO TotalEmbargado
               IF EMB-Retenido >= EMB-TotalDeuda
                   MOVE "S" TO EMB-Estado
                   MOVE FechaHoy TO EMB-FechaSaldado
                   ADD 1 TO EmbargosSaldados
               END-IF
               MOVE EMB-Registro TO TEB-Registro(IdxEmbargo)
               PERFORM EscribeTransferenciaEmbargo.

       EscribeTransferenciaEmbargo.
           MOVE RetencionEmbargo TO ImporteEditado.
           MOVE SPACES TO LineaEmbargo.
           STRING EMB-Referencia " " EMP-EMPLEADO-ID " "
               EMB-Acreedor(1:25) " " ImporteEditado
               DELIMITED BY SIZE INTO LineaEmbargo.
           WRITE LineaEmbargo.
           COMPUTE PendienteEmbargo = EMB-TotalDeuda - EMB-Retenido.
           MOVE PendienteEmbargo TO ImporteEditado.
           MOVE SPACES TO LineaEmbargo.
           IF EMB-SALDADO
               STRING "    cuenta " EMB-IbanAcreedor
                   "  orden SALDADA"
                   DELIMITED BY SIZE INTO LineaEmbargo
           ELSE
               STRING "    cuenta " EMB-IbanAcreedor
                   "  pendiente " ImporteEditado
                   DELIMITED BY SIZE INTO LineaEmbargo.
           WRITE LineaEmbargo.

       ReescribeEmbargos.
           IF TotalEmbargos NOT = ZEROS
               OPEN OUTPUT ArchivoEmbargos
               PERFORM EscribeUnEmbargo
                   VARYING IdxEmbargo FROM 1 BY 1
                   UNTIL IdxEmbargo > TotalEmbargos
               CLOSE ArchivoEmbargos.

       EscribeUnEmbargo.
           MOVE TEB-Registro(IdxEmbargo) TO EMB-Registro.
           WRITE EMB-Registro.

       EscribeTituloEmbargos.
           MOVE SPACES TO LineaEmbargo.
           STRING "Transferencias a acreedores por embargos del "
               "periodo " Periodo
               DELIMITED BY SIZE INTO LineaEmbargo.
           WRITE LineaEmbargo.
           MOVE ALL "-" TO LineaEmbargo.
           WRITE LineaEmbargo.

       EscribeResumenEmbargos.
           MOVE SPACES TO LineaEmbargo.
           WRITE LineaEmbargo.
           MOVE TotalEmbargado TO ImporteEditado.
           MOVE SPACES TO LineaEmbargo.
           STRING "Total a transferir: " ImporteEditado
               "  ordenes saldadas: " EmbargosSaldados
               DELIMITED BY SIZE INTO LineaEmbargo.
           WRITE LineaEmbargo.

      *( los prestamos y anticipos al personal estan en el
      *  maestro de prestamos con el numero de empleado; se cargan
      *  al inicio y el maestro queda abierto para ir aplicando
      *  los cobros como hace PagosPrestamos )
       CargaPrestamosEmpleados.
           MOVE ZEROS TO TotalPrestamosEmp.
           MOVE "N" TO FinPrestamos.
           OPEN I-O ArchivoPrestamos.
           IF NoHayPrestamos
               MOVE "S" TO FinPrestamos.
           PERFORM CargaUnPrestamoEmp UNTIL NoHayMasPrestamos.

       CargaUnPrestamoEmp.
           READ ArchivoPrestamos NEXT
               AT END MOVE "S" TO FinPrestamos
               NOT AT END
                   IF PRM-VIVO AND NOT PRM-NO-EMPLEADO
                       IF TotalPrestamosEmp < 500
                           ADD 1 TO TotalPrestamosEmp
                           MOVE PRM-Id TO PEM-Id(TotalPrestamosEmp)
                           MOVE PRM-EmpleadoId
                               TO PEM-EmpleadoId(TotalPrestamosEmp)
                       ELSE
                           DISPLAY "NominaMensual: tabla de "
                               "prestamos al personal llena, no se "
                               "descuenta el prestamo " PRM-Id
                       END-IF
                   END-IF
           END-READ.

      *( la cuota vencida en el periodo se descuenta del neto sin
      *  dejarlo por debajo del minimo de nomina_param.dat; lo que
      *  no se puede descontar queda como importe vencido del
      *  prestamo y se lista en excepciones )
       DescuentaPrestamos.
           MOVE ZEROS TO DescuentoPrestamos.
           PERFORM DescuentaUnPrestamo
               VARYING IdxPrestamoEmp FROM 1 BY 1
               UNTIL IdxPrestamoEmp > TotalPrestamosEmp.

       DescuentaUnPrestamo.
           IF PEM-EmpleadoId(IdxPrestamoEmp) = EMP-EMPLEADO-ID
               MOVE PEM-Id(IdxPrestamoEmp) TO PRM-Id
               READ ArchivoPrestamos KEY IS PRM-Id
                   INVALID KEY
                       MOVE "C" TO PRM-Estado
               END-READ
               COMPUTE PeriodoVto = PRM-FechaProximoVto / 100
               IF PRM-VIVO AND PeriodoVto <= Periodo
                   PERFORM CobraCuotaPrestamo.

       CobraCuotaPrestamo.
           COMPUTE DisponibleNeto =
               Neto - DescuentoPrestamos - NetoMinimo.
           IF DisponibleNeto < ZEROS
               MOVE ZEROS TO DisponibleNeto.
           IF DisponibleNeto < PRM-Cuota
               MOVE DisponibleNeto TO PagoPrestamo
               PERFORM RegistraCuotaIncompleta
           ELSE
               MOVE PRM-Cuota TO PagoPrestamo.
           COMPUTE InteresPrestamo ROUNDED =
               PRM-SaldoPendiente * PRM-TasaAnual / 12 / 100.
           IF PagoPrestamo < PRM-Cuota
               COMPUTE FaltaCuota = PRM-Cuota - PagoPrestamo
               ADD FaltaCuota TO PRM-ImporteVencido.
           COMPUTE CapitalPrestamo = PagoPrestamo - InteresPrestamo.
           IF CapitalPrestamo < ZEROS
               MOVE ZEROS TO CapitalPrestamo.
           SUBTRACT CapitalPrestamo FROM PRM-SaldoPendiente.
           ADD 1 TO PRM-CuotasPagadas.
           MOVE PRM-FechaProximoVto TO FechaVtoDet.
           ADD 1 TO VTO-Mes.
           IF VTO-Mes > 12
               MOVE 1 TO VTO-Mes
               ADD 1 TO VTO-Ano.
           MOVE FechaVtoDet TO PRM-FechaProximoVto.
           IF PRM-SaldoPendiente <= ZEROS
               MOVE ZEROS TO PRM-SaldoPendiente
               MOVE "C" TO PRM-Estado.
           REWRITE PRM-Registro.
           ADD PagoPrestamo TO DescuentoPrestamos.
           ADD PagoPrestamo TO TotalDescuentoPrest.
           MOVE PagoPrestamo TO ImporteEditado.
           MOVE SPACES TO LineaNomina.
           STRING EMP-EMPLEADO-ID " cuota prestamo " PRM-Id
               " descontada " ImporteEditado
               DELIMITED BY SIZE INTO LineaNomina.
           WRITE LineaNomina.

       RegistraCuotaIncompleta.
           ADD 1 TO TotalCuotasIncompletas.
           MOVE DisponibleNeto TO ImporteEditado.
           MOVE SPACES TO LineaExcepcion.
           STRING "Empleado " EMP-EMPLEADO-ID " prestamo " PRM-Id
               ": cuota no descontada entera, solo "
               ImporteEditado
               DELIMITED BY SIZE INTO LineaExcepcion.
           WRITE LineaExcepcion.
           DISPLAY LineaExcepcion.

      *( el salario base puede venir en moneda extranjera; todo
      *  el calculo de cuotas y el total para el banco se hace en
      *  la moneda base dividiendo por la tasa de tasas.dat )
      *  al pasar por cada empleado activo; los que queden sin
      *  aplicar al agotar el maestro se rechazan en el informe
      *  de edicion, igual que hace EditaTransacciones con las
      *  transacciones defectuosas. El concepto GAST es el
      *  reembolso de gastos que aprueba ApruebaGastos: no es
      *  salario, asi que no tributa ni cotiza y va al neto. Los
      *  conceptos de finiquito los graba Finiquito; de ellos la
      *  indemnizacion INDM tampoco tributa ni cotiza )
       CargaVariables.
           MOVE "N" TO FinVariable.
           OPEN INPUT ArchivoVariable.
               AND VAR-Aplicado(IdxVariable) = "N"
               MOVE "S" TO VAR-Aplicado(IdxVariable)
               ADD 1 TO TotalVarAplicadas
               IF VAR-REEMBOLSO-GASTOS(IdxVariable)
                   ADD VAR-Importe(IdxVariable) TO Reembolso
               ELSE
               IF VAR-INDEMNIZACION(IdxVariable)
                   ADD VAR-Importe(IdxVariable) TO Indemnizacion
               ELSE
                   ADD VAR-Importe(IdxVariable) TO BrutoMoneda
               END-IF
               END-IF
               MOVE VAR-Importe(IdxVariable) TO ImporteEditado
               MOVE SPACES TO LineaNomina
               STRING EMP-EMPLEADO-ID " concepto "

      *( traspaso contable de la nomina: el gasto salarial y la
      *  cuota de empresa al debe, las retenciones, la seguridad
      *  social y el neto a pagar al haber; los reembolsos de
      *  gastos que van en el neto cancelan al debe la cuenta de
      *  gastos a pagar que abrio ApruebaGastos y las cuotas de
      *  prestamos al personal abonan PRESTEMP y lo embargado la
      *  cuenta de acreedores por embargos; las cuentas se
      *  toman de cuentas_param.dat y en su defecto el concepto )
       CargaCuentas.
           MOVE "N" TO FinCuentas.
           OPEN INPUT ArchivoCuentas.
           MOVE TotalEmpresa TO ImporteAsiento.
           MOVE "D" TO SignoAsiento.
           PERFORM EscribeAsiento.
           IF TotalReembolsos NOT = ZEROS
               MOVE "GASTOPAG" TO ConceptoBuscado
               MOVE TotalReembolsos TO ImporteAsiento
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento.
           IF TotalIndemnizaciones NOT = ZEROS
               MOVE "INDEMNIZ" TO ConceptoBuscado
               MOVE TotalIndemnizaciones TO ImporteAsiento
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento.
           IF TotalEmbargado NOT = ZEROS
               MOVE "EMBARGOS" TO ConceptoBuscado
               MOVE TotalEmbargado TO ImporteAsiento
               MOVE "H" TO SignoAsiento
               PERFORM EscribeAsiento.
           IF TotalDescuentoPrest NOT = ZEROS
               MOVE "PRESTEMP" TO ConceptoBuscado
               MOVE TotalDescuentoPrest TO ImporteAsiento
               MOVE "H" TO SignoAsiento
               PERFORM EscribeAsiento.
           MOVE "IRPFACRE" TO ConceptoBuscado.
           MOVE TotalIRPF TO ImporteAsiento.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.
           CLOSE ArchivoAsientos.

      *( los totales de la ejecucion quedan en
      *  nomina_control.dat para que la liquidacion de seguros
      *  sociales y demas lectores del fichero NOMINA cuadren
      *  contra ellos )
       GrabaControlNomina.
           OPEN EXTEND ArchivoControlNomina.
           IF ControlNominaNoExiste
               OPEN OUTPUT ArchivoControlNomina
               CLOSE ArchivoControlNomina
               OPEN EXTEND ArchivoControlNomina
           END-IF.
           MOVE Periodo TO NCT-Periodo.
           MOVE FechaHoy TO NCT-FechaNegocio.
           MOVE TotalEmpleados TO NCT-Empleados.
           MOVE TotalBruto TO NCT-Bruto.
           MOVE TotalIRPF TO NCT-Irpf.
           MOVE TotalSS TO NCT-SegSocial.
           MOVE TotalEmpresa TO NCT-CuotaEmpresa.
           MOVE TotalNeto TO NCT-Neto.
           WRITE NCT-Registro.
           CLOSE ArchivoControlNomina.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
