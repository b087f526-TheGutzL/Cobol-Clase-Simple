       IDENTIFICATION DIVISION.
       PROGRAM-ID. Finiquito.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoVacaciones
               ASSIGN TO "vacaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-Clave
               FILE STATUS IS EstadoVacaciones.
           SELECT OPTIONAL ArchivoBajas ASSIGN TO "bajas_tipo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoBajas.
           SELECT OPTIONAL ArchivoTipos
               ASSIGN TO "finiquito_tipos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTipos.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "finiquito_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoFiniquitos ASSIGN TO "finiquitos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoFiniquitos.
           SELECT ArchivoVariable ASSIGN TO "nomina_variable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVariable.
           SELECT DocumentoFiniquito ASSIGN TO "finiquitos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoVacaciones.
       COPY "VACREG.cpy".
       FD  ArchivoBajas.
       01  BT-Registro.
           05 BT-EmpleadoId PIC 9(6).
           05 BT-TipoBaja PIC X.
       FD  ArchivoTipos.
       01  FT-Registro.
           05 FT-TipoBaja PIC X.
           05 FT-DiasPorAno PIC 99.
           05 FT-TopeMeses PIC 99.
           05 FT-Descripcion PIC X(30).
       FD  ArchivoParametros.
       01  FP-Registro.
           05 FP-PagasExtra PIC 9.
           05 FP-DiasLaborables PIC 999.
       FD  ArchivoFiniquitos.
       COPY "FINIQREG.cpy".
       FD  ArchivoVariable.
       COPY "NOMVAR.cpy".
       FD  DocumentoFiniquito.
       01  LineaFiniquito PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoVacaciones PIC XX VALUE "00".
           88 VacacionesOk VALUE "00".
       01  EstadoBajas PIC XX VALUE "00".
           88 NoHayBajas VALUE "05".
       01  EstadoTipos PIC XX VALUE "00".
           88 NoHayTipos VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoFiniquitos PIC XX VALUE "00".
           88 FiniquitosNoExiste VALUE "35".
       01  EstadoVariable PIC XX VALUE "00".
           88 VariableNoExiste VALUE "35".
       77  FinEmpleados PIC X VALUE "N".
           88 NoHayMasEmpleados VALUE "S".
       77  FinLectura PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
      *( los tipos de baja por defecto siguen el estatuto de los
      *  trabajadores: despido improcedente 33 dias por ano con
      *  tope de 24 mensualidades, despido objetivo 20 dias con
      *  tope de 12, fin de contrato temporal 12 dias sin tope,
      *  y baja voluntaria o jubilacion sin indemnizacion )
       01  TablaTipos.
           05 TIP-Entrada OCCURS 10 TIMES.
               10 TIP-TipoBaja PIC X.
               10 TIP-DiasPorAno PIC 99.
               10 TIP-TopeMeses PIC 99.
               10 TIP-Descripcion PIC X(30).
       77  TotalTipos PIC 99 VALUE ZEROS.
       77  IdxTipo PIC 99 VALUE ZEROS.
       77  TipoHalladoFlag PIC X VALUE "N".
           88 TipoHallado VALUE "S".
       01  TablaBajas.
           05 BAJ-Entrada OCCURS 200 TIMES.
               10 BAJ-EmpleadoId PIC 9(6).
               10 BAJ-TipoBaja PIC X.
       77  TotalBajas PIC 999 VALUE ZEROS.
       77  IdxBaja PIC 999 VALUE ZEROS.
       01  TablaLiquidados.
           05 LIQ-EmpleadoId OCCURS 2000 TIMES PIC 9(6).
       77  TotalLiquidados PIC 9(4) VALUE ZEROS.
       77  IdxLiquidado PIC 9(4) VALUE ZEROS.
       77  LiquidadoFlag PIC X VALUE "N".
           88 YaLiquidado VALUE "S".
       77  PagasExtra PIC 9 VALUE 2.
       77  DiasLaborables PIC 999 VALUE 250.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  Periodo PIC 9(6) VALUE ZEROS.
       01  FechaDet.
           05 FD-Periodo.
               10 FD-Ano PIC 9(4).
               10 FD-Mes PIC 99.
           05 FD-Dia PIC 99.
       01  FechaDetNum REDEFINES FechaDet PIC 9(8).
       77  FechaInicio PIC 9(8) VALUE ZEROS.
       77  FechaFin PIC 9(8) VALUE ZEROS.
       77  DiaDesde PIC 99 VALUE ZEROS.
       77  DiaHasta PIC 99 VALUE ZEROS.
       77  DiasMes PIC 99 VALUE ZEROS.
       77  DiasTramo PIC 9(5) VALUE ZEROS.
       77  DiasTotalTramo PIC 9(5) VALUE ZEROS.
       77  DiasServicio PIC 9(6) VALUE ZEROS.
       77  TipoBaja PIC X VALUE SPACE.
       77  SalarioAnual PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  SalarioDiario PIC S9(7)V9(4) COMP-3 VALUE ZEROS.
       77  ValorDiaVacaciones PIC S9(7)V9(4) COMP-3 VALUE ZEROS.
       77  DiasVacaciones PIC S9(3)V99 COMP-3 VALUE ZEROS.
       77  ImporteSalario PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  ImporteVacaciones PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  ImportePagas PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  ImporteIndemnizacion PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  TopeIndemnizacion PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteTotal PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  ConceptoVariable PIC X(4) VALUE SPACES.
       77  ImporteVariable PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  TotalFiniquitos PIC 9(4) VALUE ZEROS.
       77  TotalSinTipo PIC 9(4) VALUE ZEROS.
       77  TotalImporte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  NombreEmpleado PIC X(60) VALUE SPACES.
       77  ImporteEditado PIC -(9)9,99.
       77  DiasEditado PIC -(3)9,99.
       77  FechaEditada PIC 9999/99/99.
       77  ContadorEditado PIC ZZZ9.

       PROCEDURE DIVISION.
      *( liquida a los empleados dados de baja dentro del mes en
      *  curso: salario de los dias trabajados del ultimo mes,
      *  vacaciones devengadas y no disfrutadas, parte
      *  proporcional de las pagas extra del semestre e
      *  indemnizacion segun el tipo de baja. Los importes pasan
      *  a NominaMensual como conceptos variables (SALP, VACA,
      *  PEXT, INDM) para que la ultima nomina del empleado los
      *  pague, y cada finiquito se imprime como documento para
      *  la firma del trabajador )
       Inicio.
           DISPLAY "Finiquito: liquidacion de bajas del mes.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           COMPUTE Periodo = FechaHoy / 100.
           PERFORM CargaParametros.
           PERFORM CargaTipos.
           PERFORM CargaBajas.
           PERFORM CargaLiquidados.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "Finiquito: no se encontro empleados.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoVacaciones
               OPEN EXTEND ArchivoFiniquitos
               IF FiniquitosNoExiste
                   OPEN OUTPUT ArchivoFiniquitos
                   CLOSE ArchivoFiniquitos
                   OPEN EXTEND ArchivoFiniquitos
               END-IF
               OPEN EXTEND ArchivoVariable
               IF VariableNoExiste
                   OPEN OUTPUT ArchivoVariable
                   CLOSE ArchivoVariable
                   OPEN EXTEND ArchivoVariable
               END-IF
               OPEN OUTPUT DocumentoFiniquito
               PERFORM LeeEmpleado
               PERFORM ExaminaEmpleado UNTIL NoHayMasEmpleados
               CLOSE ArchivoEmpleados
               CLOSE ArchivoVacaciones
               CLOSE ArchivoFiniquitos
               CLOSE ArchivoVariable
               PERFORM EscribeResumen
               CLOSE DocumentoFiniquito
               IF TotalSinTipo NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF FP-PagasExtra NUMERIC
                           MOVE FP-PagasExtra TO PagasExtra
                       END-IF
                       IF FP-DiasLaborables NUMERIC
                           AND FP-DiasLaborables NOT = ZEROS
                           MOVE FP-DiasLaborables TO DiasLaborables
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       CargaTipos.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoTipos.
           IF NoHayTipos
               MOVE "S" TO FinLectura.
           PERFORM CargaUnTipo UNTIL NoHayMasRegistros.
           CLOSE ArchivoTipos.
           IF TotalTipos = ZEROS
               PERFORM CargaTiposDefecto.

       CargaUnTipo.
           READ ArchivoTipos
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalTipos < 10
                       ADD 1 TO TotalTipos
                       MOVE FT-TipoBaja TO TIP-TipoBaja(TotalTipos)
                       MOVE FT-DiasPorAno
                           TO TIP-DiasPorAno(TotalTipos)
                       MOVE FT-TopeMeses TO TIP-TopeMeses(TotalTipos)
                       MOVE FT-Descripcion
                           TO TIP-Descripcion(TotalTipos)
                   END-IF
           END-READ.

       CargaTiposDefecto.
           MOVE 5 TO TotalTipos.
           MOVE "D" TO TIP-TipoBaja(1).
           MOVE 33 TO TIP-DiasPorAno(1).
           MOVE 24 TO TIP-TopeMeses(1).
           MOVE "Despido improcedente" TO TIP-Descripcion(1).
           MOVE "O" TO TIP-TipoBaja(2).
           MOVE 20 TO TIP-DiasPorAno(2).
           MOVE 12 TO TIP-TopeMeses(2).
           MOVE "Despido objetivo" TO TIP-Descripcion(2).
           MOVE "F" TO TIP-TipoBaja(3).
           MOVE 12 TO TIP-DiasPorAno(3).
           MOVE ZEROS TO TIP-TopeMeses(3).
           MOVE "Fin de contrato temporal" TO TIP-Descripcion(3).
           MOVE "V" TO TIP-TipoBaja(4).
           MOVE ZEROS TO TIP-DiasPorAno(4).
           MOVE ZEROS TO TIP-TopeMeses(4).
           MOVE "Baja voluntaria" TO TIP-Descripcion(4).
           MOVE "J" TO TIP-TipoBaja(5).
           MOVE ZEROS TO TIP-DiasPorAno(5).
           MOVE ZEROS TO TIP-TopeMeses(5).
           MOVE "Jubilacion" TO TIP-Descripcion(5).

      *( personal anota en bajas_tipo.dat el motivo de cada baja;
      *  la que no figure se liquida como voluntaria y se avisa )
       CargaBajas.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoBajas.
           IF NoHayBajas
               MOVE "S" TO FinLectura.
           PERFORM CargaUnaBaja UNTIL NoHayMasRegistros.
           CLOSE ArchivoBajas.

       CargaUnaBaja.
           READ ArchivoBajas
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalBajas < 200
                       ADD 1 TO TotalBajas
                       MOVE BT-EmpleadoId TO BAJ-EmpleadoId(TotalBajas)
                       MOVE BT-TipoBaja TO BAJ-TipoBaja(TotalBajas)
                   END-IF
           END-READ.

       CargaLiquidados.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoFiniquitos.
           IF FiniquitosNoExiste
               MOVE "S" TO FinLectura.
           PERFORM CargaUnLiquidado UNTIL NoHayMasRegistros.
           CLOSE ArchivoFiniquitos.

       CargaUnLiquidado.
           READ ArchivoFiniquitos
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalLiquidados < 2000
                       ADD 1 TO TotalLiquidados
                       MOVE FQ-EmpleadoId
                           TO LIQ-EmpleadoId(TotalLiquidados)
                   END-IF
           END-READ.

       LeeEmpleado.
           READ ArchivoEmpleados NEXT
               AT END MOVE "S" TO FinEmpleados.

       ExaminaEmpleado.
           IF EMP-BAJA AND EMP-FECHA-BAJA NOT = ZEROS
               MOVE EMP-FECHA-BAJA TO FechaDetNum
               IF FD-Periodo = Periodo
                   MOVE "N" TO LiquidadoFlag
                   PERFORM CompruebaLiquidado
                       VARYING IdxLiquidado FROM 1 BY 1
                       UNTIL IdxLiquidado > TotalLiquidados
                       OR YaLiquidado
                   IF YaLiquidado
                       DISPLAY "Finiquito: el empleado "
                           EMP-EMPLEADO-ID " ya esta liquidado"
                   ELSE
                       PERFORM LiquidaEmpleado
                   END-IF.
           PERFORM LeeEmpleado.

       CompruebaLiquidado.
           IF LIQ-EmpleadoId(IdxLiquidado) = EMP-EMPLEADO-ID
               MOVE "S" TO LiquidadoFlag.

       LiquidaEmpleado.
           ADD 1 TO TotalFiniquitos.
           PERFORM BuscaTipoBaja.
           COMPUTE SalarioAnual = EMP-SALARIO-BASE * (12 + PagasExtra).
           COMPUTE SalarioDiario = SalarioAnual / 365.
           PERFORM CalculaSalarioMes.
           PERFORM CalculaVacaciones.
           PERFORM CalculaPagasExtra.
           PERFORM CalculaIndemnizacion.
           COMPUTE ImporteTotal = ImporteSalario + ImporteVacaciones
               + ImportePagas + ImporteIndemnizacion.
           ADD ImporteTotal TO TotalImporte.
           PERFORM GrabaFiniquito.
           PERFORM GrabaVariables.
           PERFORM EscribeDocumento.

       BuscaTipoBaja.
           MOVE "V" TO TipoBaja.
           MOVE "N" TO TipoHalladoFlag.
           PERFORM CompruebaBaja
               VARYING IdxBaja FROM 1 BY 1
               UNTIL IdxBaja > TotalBajas OR TipoHallado.
           IF NOT TipoHallado
               ADD 1 TO TotalSinTipo
               DISPLAY "Finiquito: empleado " EMP-EMPLEADO-ID
                   " sin motivo de baja, se liquida como voluntaria".
           MOVE "N" TO TipoHalladoFlag.
           PERFORM CompruebaTipo
               VARYING IdxTipo FROM 1 BY 1
               UNTIL IdxTipo > TotalTipos OR TipoHallado.
           IF TipoHallado
               SUBTRACT 1 FROM IdxTipo
           ELSE
               ADD 1 TO TotalSinTipo
               DISPLAY "Finiquito: tipo de baja " TipoBaja
                   " desconocido, empleado " EMP-EMPLEADO-ID
                   " sin indemnizacion"
               MOVE ZEROS TO IdxTipo.

       CompruebaBaja.
           IF BAJ-EmpleadoId(IdxBaja) = EMP-EMPLEADO-ID
               MOVE BAJ-TipoBaja(IdxBaja) TO TipoBaja
               MOVE "S" TO TipoHalladoFlag.

       CompruebaTipo.
           IF TIP-TipoBaja(IdxTipo) = TipoBaja
               MOVE "S" TO TipoHalladoFlag.

      *( el ultimo mes se paga por dias sobre mes de 30, igual
      *  que cuenta los dias cotizados LiquidacionSegSocial )
       CalculaSalarioMes.
           MOVE 1 TO DiaDesde.
           MOVE EMP-FECHA-BAJA TO FechaDetNum.
           MOVE FD-Dia TO DiaHasta.
           IF DiaHasta > 30
               MOVE 30 TO DiaHasta.
           MOVE EMP-FECHA-ALTA TO FechaDetNum.
           IF FD-Periodo = Periodo
               MOVE FD-Dia TO DiaDesde
               IF DiaDesde > 30
                   MOVE 30 TO DiaDesde
               END-IF
           END-IF.
           IF DiaHasta < DiaDesde
               MOVE DiaDesde TO DiaHasta.
           COMPUTE DiasMes = DiaHasta - DiaDesde + 1.
           COMPUTE ImporteSalario ROUNDED =
               EMP-SALARIO-BASE * DiasMes / 30.

      *( el devengo anual de AcumulaVacaciones se prorratea por
      *  los dias del ejercicio trabajados hasta la baja y se
      *  descuenta lo ya disfrutado; el dia de vacaciones es dia
      *  laborable y se valora sobre el salario anual )
       CalculaVacaciones.
           MOVE EMP-FECHA-BAJA TO FechaDetNum.
           MOVE FD-Ano TO VAC-Ano.
           MOVE 1 TO FD-Mes.
           MOVE 1 TO FD-Dia.
           MOVE FechaDetNum TO FechaInicio.
           IF EMP-FECHA-ALTA > FechaInicio
               MOVE EMP-FECHA-ALTA TO FechaInicio.
           COMPUTE DiasTramo =
               FUNCTION INTEGER-OF-DATE(EMP-FECHA-BAJA) -
               FUNCTION INTEGER-OF-DATE(FechaInicio) + 1.
           MOVE EMP-EMPLEADO-ID TO VAC-EmpleadoId.
           MOVE ZEROS TO DiasVacaciones.
           READ ArchivoVacaciones
               INVALID KEY
                   MOVE ZEROS TO VAC-Devengados VAC-Disfrutados
                       VAC-Arrastrados
           END-READ.
           IF VacacionesOk
               COMPUTE DiasVacaciones ROUNDED =
                   (VAC-Devengados * DiasTramo / 365)
                   + VAC-Arrastrados - VAC-Disfrutados.
           COMPUTE ValorDiaVacaciones = SalarioAnual / DiasLaborables.
           COMPUTE ImporteVacaciones ROUNDED =
               DiasVacaciones * ValorDiaVacaciones.

      *( las pagas extra se devengan por semestres (enero-junio y
      *  julio-diciembre); la parte pendiente es la del semestre
      *  de la baja, desde su inicio o desde el alta si es
      *  posterior )
       CalculaPagasExtra.
           MOVE ZEROS TO ImportePagas.
           IF PagasExtra NOT = ZEROS
               MOVE EMP-FECHA-BAJA TO FechaDetNum
               MOVE 1 TO FD-Dia
               IF FD-Mes > 6
                   MOVE 7 TO FD-Mes
                   MOVE FechaDetNum TO FechaInicio
                   MOVE 12 TO FD-Mes
                   MOVE 31 TO FD-Dia
               ELSE
                   MOVE 1 TO FD-Mes
                   MOVE FechaDetNum TO FechaInicio
                   MOVE 6 TO FD-Mes
                   MOVE 30 TO FD-Dia
               END-IF
               MOVE FechaDetNum TO FechaFin
               COMPUTE DiasTotalTramo =
                   FUNCTION INTEGER-OF-DATE(FechaFin) -
                   FUNCTION INTEGER-OF-DATE(FechaInicio) + 1
               IF EMP-FECHA-ALTA > FechaInicio
                   MOVE EMP-FECHA-ALTA TO FechaInicio
               END-IF
               COMPUTE DiasTramo =
                   FUNCTION INTEGER-OF-DATE(EMP-FECHA-BAJA) -
                   FUNCTION INTEGER-OF-DATE(FechaInicio) + 1
               COMPUTE ImportePagas ROUNDED =
                   EMP-SALARIO-BASE * PagasExtra / 2
                   * DiasTramo / DiasTotalTramo.

      *( la indemnizacion se calcula sobre el salario diario por
      *  los anos de servicio con su fraccion, con el tope de
      *  mensualidades del tipo de baja cuando lo tiene )
       CalculaIndemnizacion.
           MOVE ZEROS TO ImporteIndemnizacion.
           COMPUTE DiasServicio =
               FUNCTION INTEGER-OF-DATE(EMP-FECHA-BAJA) -
               FUNCTION INTEGER-OF-DATE(EMP-FECHA-ALTA) + 1.
           IF IdxTipo NOT = ZEROS
               IF TIP-DiasPorAno(IdxTipo) NOT = ZEROS
                   COMPUTE ImporteIndemnizacion ROUNDED =
                       SalarioDiario * TIP-DiasPorAno(IdxTipo)
                       * DiasServicio / 365
                   IF TIP-TopeMeses(IdxTipo) NOT = ZEROS
                       COMPUTE TopeIndemnizacion ROUNDED =
                           SalarioAnual / 12 * TIP-TopeMeses(IdxTipo)
                       IF ImporteIndemnizacion > TopeIndemnizacion
                           MOVE TopeIndemnizacion
                               TO ImporteIndemnizacion
                       END-IF
                   END-IF
               END-IF.

       GrabaFiniquito.
           MOVE EMP-EMPLEADO-ID TO FQ-EmpleadoId.
           MOVE EMP-FECHA-BAJA TO FQ-FechaBaja.
           MOVE TipoBaja TO FQ-TipoBaja.
           MOVE FechaHoy TO FQ-FechaCalculo.
           MOVE EMP-MONEDA TO FQ-Moneda.
           MOVE DiasMes TO FQ-DiasMes.
           MOVE ImporteSalario TO FQ-Salario.
           MOVE DiasVacaciones TO FQ-DiasVacaciones.
           MOVE ImporteVacaciones TO FQ-Vacaciones.
           MOVE ImportePagas TO FQ-PagasExtra.
           MOVE ImporteIndemnizacion TO FQ-Indemnizacion.
           MOVE ImporteTotal TO FQ-Total.
           WRITE FQ-Registro.

      *( la ultima nomina del empleado se compone solo de estos
      *  conceptos: NominaMensual no le paga salario base al
      *  estar de baja, y la indemnizacion va exenta al neto )
       GrabaVariables.
           MOVE "SALP" TO ConceptoVariable.
           MOVE ImporteSalario TO ImporteVariable.
           PERFORM GrabaUnaVariable.
           MOVE "VACA" TO ConceptoVariable.
           MOVE ImporteVacaciones TO ImporteVariable.
           PERFORM GrabaUnaVariable.
           MOVE "PEXT" TO ConceptoVariable.
           MOVE ImportePagas TO ImporteVariable.
           PERFORM GrabaUnaVariable.
           MOVE "INDM" TO ConceptoVariable.
           MOVE ImporteIndemnizacion TO ImporteVariable.
           PERFORM GrabaUnaVariable.

       GrabaUnaVariable.
           IF ImporteVariable NOT = ZEROS
               MOVE EMP-EMPLEADO-ID TO VP-EmpleadoId
               MOVE ConceptoVariable TO VP-Concepto
               IF ImporteVariable < ZEROS
                   COMPUTE VP-Importe = ZEROS - ImporteVariable
                   MOVE "-" TO VP-Signo
               ELSE
                   MOVE ImporteVariable TO VP-Importe
                   MOVE "+" TO VP-Signo
               END-IF
               WRITE VP-Registro.

       EscribeDocumento.
           MOVE SPACES TO NombreEmpleado.
           STRING EMP-NOMBRE DELIMITED BY "  "
               " " EMP-APELLIDO1 DELIMITED BY "  "
               " " EMP-APELLIDO2 DELIMITED BY "  "
               INTO NombreEmpleado.
           MOVE ALL "=" TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE "DOCUMENTO DE LIQUIDACION Y FINIQUITO"
               TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE ALL "=" TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE SPACES TO LineaFiniquito.
           STRING "Empleado: " EMP-EMPLEADO-ID " " NombreEmpleado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE EMP-FECHA-ALTA TO FechaEditada.
           MOVE SPACES TO LineaFiniquito.
           STRING "Fecha de alta: " FechaEditada
               "   Departamento: " EMP-DEPARTAMENTO
               "   Moneda: " EMP-MONEDA
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE EMP-FECHA-BAJA TO FechaEditada.
           MOVE SPACES TO LineaFiniquito.
           IF IdxTipo NOT = ZEROS
               STRING "Fecha de baja: " FechaEditada
                   "   Motivo: " TIP-Descripcion(IdxTipo)
                   DELIMITED BY SIZE INTO LineaFiniquito
           ELSE
               STRING "Fecha de baja: " FechaEditada
                   "   Motivo: " TipoBaja " (sin tipificar)"
                   DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE SPACES TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE DiasMes TO ContadorEditado.
           MOVE ImporteSalario TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Salario del mes (" ContadorEditado " dias):"
               "       " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE DiasVacaciones TO DiasEditado.
           MOVE ImporteVacaciones TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Vacaciones no disfrutadas (" DiasEditado
               " dias): " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE ImportePagas TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Parte proporcional pagas extra:  " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE ImporteIndemnizacion TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Indemnizacion:                   " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE ALL "-" TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE ImporteTotal TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Total bruto del finiquito:       " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE SPACES TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE "Las retenciones se practican en la ultima nomina."
               TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE "Con el cobro de estas cantidades el trabajador se "
               TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE "da por saldado y finiquitado con la empresa."
               TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE SPACES TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE "Recibi y conforme:              Por la empresa:"
               TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE SPACES TO LineaFiniquito.
           WRITE LineaFiniquito.
           WRITE LineaFiniquito.

       EscribeResumen.
           MOVE ALL "=" TO LineaFiniquito.
           WRITE LineaFiniquito.
           MOVE TotalFiniquitos TO ContadorEditado.
           MOVE TotalImporte TO ImporteEditado.
           MOVE SPACES TO LineaFiniquito.
           STRING "Finiquitos del periodo " Periodo ": "
               ContadorEditado "  importe total " ImporteEditado
               DELIMITED BY SIZE INTO LineaFiniquito.
           WRITE LineaFiniquito.
           DISPLAY LineaFiniquito.
           IF TotalSinTipo NOT = ZEROS
               MOVE TotalSinTipo TO ContadorEditado
               MOVE SPACES TO LineaFiniquito
               STRING "AVISO: " ContadorEditado
                   " bajas sin motivo o con motivo desconocido"
                   DELIMITED BY SIZE INTO LineaFiniquito
               WRITE LineaFiniquito
               DISPLAY LineaFiniquito.
       END PROGRAM Finiquito.
