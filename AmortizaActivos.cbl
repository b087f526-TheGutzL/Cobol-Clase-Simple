       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmortizaActivos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoActivos
               ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-Id
               FILE STATUS IS EstadoActivos.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ArchivoCostes
               ASSIGN TO "costes_departamento.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCostes.
           SELECT ReporteAmortizacion
               ASSIGN TO "amortizacion_activos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoActivos.
       COPY "ACTIVO.cpy".
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ArchivoCostes.
       01  CD-Registro.
           05 CD-Periodo PIC 9(6).
           05 CD-Departamento PIC X(4).
           05 CD-Importe PIC 9(11)V99.
       FD  ReporteAmortizacion.
       01  LineaAmortizacion PIC X(100).
       WORKING-STORAGE SECTION.
       01  EstadoActivos PIC XX VALUE "00".
           88 NoHayActivos VALUE "05".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       01  EstadoCostes PIC XX VALUE "00".
           88 CostesNoExiste VALUE "35".
       77  FinActivos PIC X VALUE "N".
           88 NoHayMasActivos VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  FechaNegocio PIC 9(8) VALUE ZEROS.
       77  Periodo PIC 9(6) VALUE ZEROS.
       77  AnoPeriodo PIC 9(4) VALUE ZEROS.
       77  MesPeriodo PIC 99 VALUE ZEROS.
       77  IndicePeriodo PIC 9(6) VALUE ZEROS.
       77  IndiceAdquisicion PIC 9(6) VALUE ZEROS.
       77  IndiceInicio PIC 9(6) VALUE ZEROS.
       77  IndiceMes PIC 9(6) VALUE ZEROS.
       77  MesVida PIC 9(6) VALUE ZEROS.
       77  MesesRestantes PIC 9(6) VALUE ZEROS.
       77  MesesAmortizados PIC 9(4) VALUE ZEROS.
       77  BaseAmortizable PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Pendiente PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CuotaMes PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CuotaLineal PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  AmortActivo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ValorNeto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalAmortizacion PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalActivos PIC 9(5) VALUE ZEROS.
       77  TotalAmortizados PIC 9(5) VALUE ZEROS.
       77  ImporteAsiento PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SignoAsiento PIC X VALUE SPACE.
       77  TotalCentros PIC 999 VALUE ZEROS.
       77  IdxCentro PIC 999 VALUE ZEROS.
       77  IdxHallado PIC 999 VALUE ZEROS.
       77  CentroHalladoFlag PIC X VALUE "N".
           88 CentroHallado VALUE "S".
       77  CuotaEditada PIC Z(8)9,99.
       77  NetoEditado PIC Z(8)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 50 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).
       01  TablaCentros.
           05 TCC-Entrada OCCURS 100 TIMES.
               10 TCC-Codigo PIC X(4).
               10 TCC-Importe PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
      *( amortizacion mensual del inmovilizado: cada activo en
      *  alta se amortiza mes a mes desde el siguiente a su
      *  ultimo periodo amortizado (o desde el mes de adquisicion
      *  si nunca se amortizo) hasta el periodo de la fecha de
      *  negocio, asi que una ejecucion perdida se recupera en la
      *  siguiente y repetir el mes no amortiza dos veces. El
      *  total va al mayor con un apunte cuadrado y el gasto de
      *  cada centro de coste a costes_departamento.dat )
       Inicio.
           DISPLAY "AmortizaActivos: amortizacion mensual del "
               "inmovilizado.".
           DISPLAY "Fecha de negocio (AAAAMMDD, 0 = hoy): ".
           ACCEPT FechaNegocio.
           IF FechaNegocio = ZEROS
               ACCEPT FechaNegocio FROM DATE YYYYMMDD.
           COMPUTE Periodo = FechaNegocio / 100.
           MOVE Periodo TO IndiceMes.
           PERFORM CalculaIndiceMes.
           MOVE IndiceMes TO IndicePeriodo.
           PERFORM CargaCuentas.
           OPEN I-O ArchivoActivos.
           IF NoHayActivos
               DISPLAY "AmortizaActivos: no se encontro el maestro "
                   "de activos."
               CLOSE ArchivoActivos
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ReporteAmortizacion
               PERFORM EscribeTitulo
               PERFORM LeeActivo
               PERFORM AmortizaActivo UNTIL NoHayMasActivos
               CLOSE ArchivoActivos
               IF TotalAmortizacion > ZEROS
                   PERFORM GeneraAsientos
                   PERFORM GrabaCostes
               END-IF
               PERFORM EscribeResumen
               CLOSE ReporteAmortizacion.
           STOP RUN.

       CargaCuentas.
           MOVE "N" TO FinCuentas.
           OPEN INPUT ArchivoCuentas.
           IF NoHayCuentas
               MOVE "S" TO FinCuentas.
           PERFORM CargaUnaCuenta UNTIL NoHayMasCuentas.
           CLOSE ArchivoCuentas.

       CargaUnaCuenta.
           READ ArchivoCuentas
               AT END MOVE "S" TO FinCuentas
               NOT AT END
                   IF TotalCuentas < 50
                       ADD 1 TO TotalCuentas
                       MOVE CU-Concepto TO CTA-Concepto(TotalCuentas)
                       MOVE CU-Cuenta TO CTA-Cuenta(TotalCuentas)
                   END-IF
           END-READ.

       BuscaCuenta.
           MOVE "N" TO CuentaHalladaFlag.
           MOVE ConceptoBuscado TO CuentaHallada.
           PERFORM CompruebaCuenta
               VARYING IdxCuenta FROM 1 BY 1
               UNTIL IdxCuenta > TotalCuentas OR CuentaEncontrada.

       CompruebaCuenta.
           IF CTA-Concepto(IdxCuenta) = ConceptoBuscado
               MOVE CTA-Cuenta(IdxCuenta) TO CuentaHallada
               MOVE "S" TO CuentaHalladaFlag.

      *( convierte el periodo AAAAMM que llega en IndiceMes en un
      *  numero correlativo de mes (ano por doce mas mes) para
      *  poder contar y recorrer meses )
       CalculaIndiceMes.
           COMPUTE AnoPeriodo = IndiceMes / 100.
           COMPUTE MesPeriodo = IndiceMes - AnoPeriodo * 100.
           COMPUTE IndiceMes = AnoPeriodo * 12 + MesPeriodo.

       LeeActivo.
           READ ArchivoActivos NEXT
               AT END MOVE "S" TO FinActivos.

       AmortizaActivo.
           IF AF-ACTIVO
               ADD 1 TO TotalActivos
               PERFORM PreparaActivo
               IF IndiceInicio NOT > IndicePeriodo
                   AND Pendiente > ZEROS
                   MOVE ZEROS TO AmortActivo
                   MOVE ZEROS TO MesesAmortizados
                   PERFORM AmortizaMes
                       VARYING IndiceMes FROM IndiceInicio BY 1
                       UNTIL IndiceMes > IndicePeriodo
                           OR Pendiente = ZEROS
                   MOVE Periodo TO AF-UltimoPeriodo
                   REWRITE AF-Registro
                   IF AmortActivo > ZEROS
                       ADD 1 TO TotalAmortizados
                       ADD AmortActivo TO TotalAmortizacion
                       PERFORM AcumulaCentro
                       PERFORM EscribeLineaActivo
                   END-IF
               END-IF
           END-IF.
           PERFORM LeeActivo.

       PreparaActivo.
           COMPUTE IndiceMes = AF-FechaAdquisicion / 100.
           PERFORM CalculaIndiceMes.
           MOVE IndiceMes TO IndiceAdquisicion.
           IF AF-UltimoPeriodo = ZEROS
               MOVE IndiceAdquisicion TO IndiceInicio
           ELSE
               MOVE AF-UltimoPeriodo TO IndiceMes
               PERFORM CalculaIndiceMes
               COMPUTE IndiceInicio = IndiceMes + 1
               IF IndiceInicio < IndiceAdquisicion
                   MOVE IndiceAdquisicion TO IndiceInicio
               END-IF
           END-IF.
           COMPUTE BaseAmortizable = AF-Coste - AF-ValorResidual.
           COMPUTE Pendiente = BaseAmortizable - AF-AmortAcumulada.
           IF Pendiente < ZEROS
               MOVE ZEROS TO Pendiente.

      *( cuota de un mes. Lineal: base amortizable entre la vida
      *  util. Degresivo: doble del tipo lineal sobre el valor
      *  neto, pasando a lineal sobre lo pendiente cuando esta da
      *  mas. El ultimo mes de vida se lleva todo lo pendiente y
      *  nunca se amortiza por debajo del valor residual )
       AmortizaMes.
           COMPUTE MesVida = IndiceMes - IndiceAdquisicion + 1.
           IF MesVida NOT < AF-VidaMeses
               MOVE Pendiente TO CuotaMes
           ELSE
               IF AF-DEGRESIVO
                   COMPUTE CuotaMes ROUNDED =
                       (AF-Coste - AF-AmortAcumulada) * 2
                       / AF-VidaMeses
                   COMPUTE MesesRestantes =
                       AF-VidaMeses - MesVida + 1
                   COMPUTE CuotaLineal ROUNDED =
                       Pendiente / MesesRestantes
                   IF CuotaLineal > CuotaMes
                       MOVE CuotaLineal TO CuotaMes
                   END-IF
               ELSE
                   COMPUTE CuotaMes ROUNDED =
                       BaseAmortizable / AF-VidaMeses
               END-IF
           END-IF.
           IF CuotaMes > Pendiente
               MOVE Pendiente TO CuotaMes.
           ADD CuotaMes TO AF-AmortAcumulada.
           ADD CuotaMes TO AmortActivo.
           SUBTRACT CuotaMes FROM Pendiente.
           ADD 1 TO MesesAmortizados.

       AcumulaCentro.
           MOVE "N" TO CentroHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaCentro
               VARYING IdxCentro FROM 1 BY 1
               UNTIL IdxCentro > TotalCentros OR CentroHallado.
           IF NOT CentroHallado AND TotalCentros < 100
               ADD 1 TO TotalCentros
               MOVE AF-CentroCoste TO TCC-Codigo(TotalCentros)
               MOVE ZEROS TO TCC-Importe(TotalCentros)
               MOVE TotalCentros TO IdxHallado.
           IF IdxHallado NOT = ZEROS
               ADD AmortActivo TO TCC-Importe(IdxHallado).

       CompruebaCentro.
           IF TCC-Codigo(IdxCentro) = AF-CentroCoste
               MOVE "S" TO CentroHalladoFlag
               MOVE IdxCentro TO IdxHallado.

      *( dotacion a la amortizacion al debe y amortizacion
      *  acumulada al haber, por el total de la ejecucion )
       GeneraAsientos.
           OPEN EXTEND ArchivoAsientos.
           IF AsientosNoExiste
               OPEN OUTPUT ArchivoAsientos
               CLOSE ArchivoAsientos
               OPEN EXTEND ArchivoAsientos
           END-IF.
           MOVE "AMORTGTO" TO ConceptoBuscado.
           MOVE TotalAmortizacion TO ImporteAsiento.
           MOVE "D" TO SignoAsiento.
           PERFORM EscribeAsiento.
           MOVE "AMORTACU" TO ConceptoBuscado.
           MOVE TotalAmortizacion TO ImporteAsiento.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.
           CLOSE ArchivoAsientos.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
           MOVE SignoAsiento TO AS-DebeHaber.
           MOVE ImporteAsiento TO AS-Importe.
           MOVE FechaNegocio TO AS-FechaNegocio.
           MOVE "AmortizaActivos" TO AS-Programa.
           WRITE AS-Registro.

       GrabaCostes.
           OPEN EXTEND ArchivoCostes.
           IF CostesNoExiste
               OPEN OUTPUT ArchivoCostes
               CLOSE ArchivoCostes
               OPEN EXTEND ArchivoCostes
           END-IF.
           PERFORM GrabaUnCoste
               VARYING IdxCentro FROM 1 BY 1
               UNTIL IdxCentro > TotalCentros.
           CLOSE ArchivoCostes.

       GrabaUnCoste.
           MOVE Periodo TO CD-Periodo.
           MOVE TCC-Codigo(IdxCentro) TO CD-Departamento.
           MOVE TCC-Importe(IdxCentro) TO CD-Importe.
           WRITE CD-Registro.

       EscribeTitulo.
           MOVE SPACES TO LineaAmortizacion.
           STRING "Amortizacion del inmovilizado del periodo "
               Periodo
               DELIMITED BY SIZE INTO LineaAmortizacion.
           WRITE LineaAmortizacion.
           MOVE ALL "-" TO LineaAmortizacion.
           WRITE LineaAmortizacion.

       EscribeLineaActivo.
           MOVE AmortActivo TO CuotaEditada.
           COMPUTE ValorNeto = AF-Coste - AF-AmortAcumulada.
           MOVE ValorNeto TO NetoEditado.
           MOVE SPACES TO LineaAmortizacion.
           STRING "Activo " AF-Id " " AF-Descripcion " "
               AF-CentroCoste " " AF-Metodo " meses "
               MesesAmortizados " cuota " CuotaEditada
               " neto " NetoEditado
               DELIMITED BY SIZE INTO LineaAmortizacion.
           WRITE LineaAmortizacion.

       EscribeResumen.
           MOVE SPACES TO LineaAmortizacion.
           WRITE LineaAmortizacion.
           MOVE SPACES TO LineaAmortizacion.
           STRING "Activos en alta: " TotalActivos
               "  amortizados en la ejecucion: " TotalAmortizados
               DELIMITED BY SIZE INTO LineaAmortizacion.
           WRITE LineaAmortizacion.
           DISPLAY LineaAmortizacion.
           MOVE TotalAmortizacion TO TotalEditado.
           MOVE SPACES TO LineaAmortizacion.
           STRING "Amortizacion del periodo " Periodo ": "
               TotalEditado
               DELIMITED BY SIZE INTO LineaAmortizacion.
           WRITE LineaAmortizacion.
           DISPLAY LineaAmortizacion.

       END PROGRAM AmortizaActivos.
