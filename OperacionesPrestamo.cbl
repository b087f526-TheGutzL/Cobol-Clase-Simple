       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperacionesPrestamo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoOperaciones
               ASSIGN TO "operaciones_prestamos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoOperaciones.
           SELECT OPTIONAL ArchivoMaestro
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoMaestro.
           SELECT ArchivoHistorico
               ASSIGN TO "prestamos_historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorico.
           SELECT ReporteOperaciones
               ASSIGN TO "operaciones_prestamos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteCuadros ASSIGN TO "cuadros_prestamos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoOperaciones.
       01  OP-Registro.
           05 OP-Id PIC 9(6).
           05 OP-Tipo PIC X.
              88 OP-COTIZACION VALUE "Q".
              88 OP-CANCELACION VALUE "L".
              88 OP-AMORTIZACION VALUE "P".
              88 OP-REESTRUCTURACION VALUE "R".
           05 OP-Fecha PIC 9(8).
           05 OP-Importe PIC 9(9)V99.
           05 OP-Modalidad PIC X.
              88 OP-REDUCE-PLAZO VALUE "P".
              88 OP-REDUCE-CUOTA VALUE "C".
           05 OP-NuevosPeriodos PIC 999.
           05 OP-NuevaTasa PIC 9(3)V99.
           05 OP-FechaVto PIC 9(8).
       FD  ArchivoMaestro.
       COPY "PRESTMST.cpy".
       FD  ArchivoHistorico.
       COPY "PRESTHIS.cpy".
       FD  ReporteOperaciones.
       01  LineaOperacion PIC X(90).
       FD  ReporteCuadros.
       01  LineaCuadro PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoOperaciones PIC XX VALUE "00".
           88 NoHayOperaciones VALUE "05".
       01  EstadoMaestro PIC XX VALUE "00".
           88 NoHayMaestro VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoNoExiste VALUE "35".
       77  FinOperaciones PIC X VALUE "N".
           88 NoHayMasOperaciones VALUE "S".
       77  PrestamoHalladoFlag PIC X VALUE "N".
           88 PrestamoHallado VALUE "S".
       77  OperacionValidaFlag PIC X VALUE "S".
           88 OperacionValida VALUE "S".
       77  MotivoRechazo PIC X(40) VALUE SPACES.
       77  FechaInicioPeriodo PIC 9(8) VALUE ZEROS.
       77  DiasDevengo PIC S9(7) COMP-3 VALUE ZEROS.
       77  InteresDevengado PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteCancelacion PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  NuevoSaldo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  NuevaTasa PIC 9(3)V99 VALUE ZEROS.
       77  NuevaCuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CuotasRestantes PIC 999 VALUE ZEROS.
       77  InteresMensual PIC S9(3)V9(9) COMP-3 VALUE ZEROS.
       77  Factor PIC S9(7)V9(9) COMP-3 VALUE ZEROS.
       77  Numerador PIC S9(9)V9(9) COMP-3 VALUE ZEROS.
       77  Denominador PIC S9(7)V9(9) COMP-3 VALUE ZEROS.
       77  CapitalCalculo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PeriodosCalculo PIC 999 VALUE ZEROS.
       77  Cuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  SaldoCuadro PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  InteresPeriodo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CapitalPeriodo PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Periodo PIC 999 VALUE ZEROS.
       77  TotalIntereses PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalCotizaciones PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  ImporteEditado2 PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  PeriodoEditado PIC ZZ9.
       77  DiasEditado PIC ZZZZ9.
       77  CuotaEditada PIC ZZZZZ9,99.
       77  InteresEditado PIC ZZZZZ9,99.
       77  CapitalEditado PIC ZZZZZ9,99.
       77  SaldoEditado PIC ZZZZZZZZ9,99.
       77  TasaEditada PIC ZZ9,99.
       01  FechaVtoDet.
           05 VTO-Ano PIC 9(4).
           05 VTO-Mes PIC 99.
           05 VTO-Dia PIC 99.

       PROCEDURE DIVISION.
      *( operaciones extraordinarias sobre el maestro de
      *  prestamos: Q cotiza la cancelacion total a una fecha,
      *  L la contabiliza, P amortiza parcialmente reduciendo el
      *  plazo o la cuota y R reestructura un prestamo con cuotas
      *  vencidas. Cada cambio deja las condiciones de antes y
      *  despues en prestamos_historico.dat y regenera el cuadro
      *  de amortizacion pendiente )
       Inicio.
           DISPLAY "OperacionesPrestamo: cancelaciones, "
               "amortizaciones anticipadas y reestructuraciones.".
           OPEN INPUT ArchivoOperaciones.
           IF NoHayOperaciones
               DISPLAY "OperacionesPrestamo: no se encontro "
                   "operaciones_prestamos.dat."
               CLOSE ArchivoOperaciones
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ArchivoMaestro
               IF NoHayMaestro
                   DISPLAY "OperacionesPrestamo: no se encontro el "
                       "maestro de prestamos."
                   CLOSE ArchivoOperaciones
                   CLOSE ArchivoMaestro
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM AbreHistorico
                   OPEN OUTPUT ReporteOperaciones
                   OPEN OUTPUT ReporteCuadros
                   PERFORM EscribeTitulo
                   PERFORM LeeOperacion
                   PERFORM ProcesaOperacion
                       UNTIL NoHayMasOperaciones
                   CLOSE ArchivoOperaciones
                   CLOSE ArchivoMaestro
                   CLOSE ArchivoHistorico
                   PERFORM EscribeResumen
                   CLOSE ReporteOperaciones
                   CLOSE ReporteCuadros
                   IF TotalRechazadas NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

       AbreHistorico.
           OPEN EXTEND ArchivoHistorico.
           IF HistoricoNoExiste
               OPEN OUTPUT ArchivoHistorico
               CLOSE ArchivoHistorico
               OPEN EXTEND ArchivoHistorico
           END-IF.

       LeeOperacion.
           READ ArchivoOperaciones
               AT END MOVE "S" TO FinOperaciones.

       ProcesaOperacion.
           MOVE "S" TO OperacionValidaFlag.
           MOVE SPACES TO MotivoRechazo.
           PERFORM BuscaPrestamo.
           EVALUATE TRUE
               WHEN NOT PrestamoHallado
                   MOVE "prestamo desconocido" TO MotivoRechazo
                   PERFORM RechazaOperacion
               WHEN PRM-CANCELADO
                   MOVE "prestamo cancelado" TO MotivoRechazo
                   PERFORM RechazaOperacion
               WHEN OTHER
                   PERFORM CalculaDevengo
                   PERFORM DespachaOperacion
           END-EVALUATE.
           PERFORM LeeOperacion.

       DespachaOperacion.
           EVALUATE TRUE
               WHEN OP-COTIZACION
                   PERFORM CotizaCancelacion
               WHEN OP-CANCELACION
                   PERFORM CancelaPrestamo
               WHEN OP-AMORTIZACION
                   PERFORM AmortizaParcial
               WHEN OP-REESTRUCTURACION
                   PERFORM Reestructura
               WHEN OTHER
                   MOVE "tipo de operacion no valido" TO MotivoRechazo
                   PERFORM RechazaOperacion
           END-EVALUATE.

       BuscaPrestamo.
           MOVE "N" TO PrestamoHalladoFlag.
           MOVE OP-Id TO PRM-Id.
           READ ArchivoMaestro KEY IS PRM-Id
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO PrestamoHalladoFlag
           END-READ.

      *( el interes corrido se devenga por dias naturales sobre
      *  base 365 desde el ultimo vencimiento (el proximo menos un
      *  mes) hasta la fecha de la operacion; la cancelacion paga
      *  ademas las cuotas vencidas e impagadas )
       CalculaDevengo.
           MOVE PRM-FechaProximoVto TO FechaVtoDet.
           IF VTO-Mes = 1
               MOVE 12 TO VTO-Mes
               SUBTRACT 1 FROM VTO-Ano
           ELSE
               SUBTRACT 1 FROM VTO-Mes.
           PERFORM AjustaDiaMes.
           MOVE FechaVtoDet TO FechaInicioPeriodo.
           COMPUTE DiasDevengo =
               FUNCTION INTEGER-OF-DATE(OP-Fecha) -
               FUNCTION INTEGER-OF-DATE(FechaInicioPeriodo).
           IF DiasDevengo < ZEROS
               MOVE ZEROS TO DiasDevengo.
           COMPUTE InteresDevengado ROUNDED =
               PRM-SaldoPendiente * PRM-TasaAnual * DiasDevengo
               / 36500.
           COMPUTE ImporteCancelacion =
               PRM-SaldoPendiente + InteresDevengado
               + PRM-ImporteVencido.

       AjustaDiaMes.
           IF VTO-Dia > 28
               IF VTO-Mes = 2
                   MOVE 28 TO VTO-Dia
               ELSE
                   IF VTO-Dia > 30
                      AND (VTO-Mes = 4 OR VTO-Mes = 6
                           OR VTO-Mes = 9 OR VTO-Mes = 11)
                       MOVE 30 TO VTO-Dia
                   END-IF
               END-IF
           END-IF.

       CotizaCancelacion.
           ADD 1 TO TotalCotizaciones.
           PERFORM EscribeCotizacion.

       EscribeCotizacion.
           MOVE SPACES TO LineaOperacion.
           STRING "Q Prestamo " PRM-Id " cancelacion a " OP-Fecha
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           MOVE PRM-SaldoPendiente TO ImporteEditado.
           MOVE InteresDevengado TO ImporteEditado2.
           MOVE DiasDevengo TO DiasEditado.
           MOVE SPACES TO LineaOperacion.
           STRING "  capital pendiente " ImporteEditado
               "  interes corrido (" DiasEditado " dias) "
               ImporteEditado2
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           MOVE PRM-ImporteVencido TO ImporteEditado.
           MOVE SPACES TO LineaOperacion.
           STRING "  cuotas vencidas impagadas " ImporteEditado
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           MOVE ImporteCancelacion TO ImporteEditado.
           MOVE SPACES TO LineaOperacion.
           STRING "  importe de cancelacion " ImporteEditado
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           DISPLAY LineaOperacion.

       CancelaPrestamo.
           IF OP-Importe < ImporteCancelacion
               MOVE "importe inferior al de cancelacion"
                   TO MotivoRechazo
               PERFORM RechazaOperacion
           ELSE
               PERFORM EscribeCotizacion
               PERFORM GuardaAntes
               MOVE ZEROS TO PRM-SaldoPendiente
               MOVE ZEROS TO PRM-ImporteVencido
               MOVE "C" TO PRM-Estado
               PERFORM GuardaDespues
               REWRITE PRM-Registro
               PERFORM GrabaHistorico
               MOVE SPACES TO LineaOperacion
               STRING "  prestamo " PRM-Id " cancelado"
                   DELIMITED BY SIZE INTO LineaOperacion
               WRITE LineaOperacion
               ADD 1 TO TotalAplicadas.

      *( la amortizacion parcial va entera a capital; el interes
      *  corrido se cobra con la siguiente cuota )
       AmortizaParcial.
           COMPUTE CuotasRestantes = PRM-Periodos - PRM-CuotasPagadas.
           COMPUTE NuevoSaldo = PRM-SaldoPendiente - OP-Importe.
           EVALUATE TRUE
               WHEN OP-Importe = ZEROS
                   MOVE "importe a cero" TO MotivoRechazo
               WHEN NuevoSaldo <= ZEROS
                   MOVE "importe igual o mayor que el capital"
                       TO MotivoRechazo
               WHEN CuotasRestantes = ZEROS
                   MOVE "sin cuotas pendientes" TO MotivoRechazo
               WHEN NOT OP-REDUCE-PLAZO AND NOT OP-REDUCE-CUOTA
                   MOVE "modalidad no valida (P o C)"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               COMPUTE InteresMensual ROUNDED =
                   PRM-TasaAnual / 12 / 100
               IF OP-REDUCE-CUOTA
                   MOVE NuevoSaldo TO CapitalCalculo
                   MOVE CuotasRestantes TO PeriodosCalculo
                   PERFORM CalculaCuota
                   MOVE Cuota TO NuevaCuota
               ELSE
                   MOVE PRM-Cuota TO NuevaCuota
                   PERFORM CuentaPlazo
               END-IF
           END-IF.
           IF MotivoRechazo NOT = SPACES
               PERFORM RechazaOperacion
           ELSE
               PERFORM GuardaAntes
               MOVE NuevoSaldo TO PRM-SaldoPendiente
               MOVE NuevaCuota TO PRM-Cuota
               COMPUTE PRM-Periodos =
                   PRM-CuotasPagadas + CuotasRestantes
               PERFORM GuardaDespues
               REWRITE PRM-Registro
               PERFORM GrabaHistorico
               PERFORM EscribeCambio
               PERFORM GeneraCuadro
               ADD 1 TO TotalAplicadas.

      *( manteniendo la cuota, cuenta las cuotas que hacen falta
      *  para amortizar el nuevo saldo )
       CuentaPlazo.
           MOVE NuevoSaldo TO SaldoCuadro.
           MOVE ZEROS TO CuotasRestantes.
           COMPUTE InteresPeriodo ROUNDED =
               SaldoCuadro * InteresMensual.
           IF NuevaCuota <= InteresPeriodo
               MOVE "la cuota no cubre el interes" TO MotivoRechazo
           ELSE
               PERFORM SimulaCuota
                   UNTIL SaldoCuadro <= ZEROS OR CuotasRestantes = 999.

       SimulaCuota.
           COMPUTE InteresPeriodo ROUNDED =
               SaldoCuadro * InteresMensual.
           COMPUTE SaldoCuadro =
               SaldoCuadro - (NuevaCuota - InteresPeriodo).
           ADD 1 TO CuotasRestantes.

      *( la reestructuracion capitaliza el interes corrido y las
      *  cuotas vencidas y rehace el prestamo a un plazo nuevo, con
      *  tipo nuevo si se indica )
       Reestructura.
           EVALUATE TRUE
               WHEN PRM-ImporteVencido = ZEROS
                   MOVE "prestamo sin cuotas vencidas" TO MotivoRechazo
               WHEN OP-NuevosPeriodos = ZEROS
                   MOVE "falta el plazo nuevo" TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo NOT = SPACES
               PERFORM RechazaOperacion
           ELSE
               PERFORM GuardaAntes
               COMPUTE NuevoSaldo =
                   PRM-SaldoPendiente + InteresDevengado
                   + PRM-ImporteVencido
               IF OP-NuevaTasa NOT = ZEROS
                   MOVE OP-NuevaTasa TO PRM-TasaAnual
               END-IF
               COMPUTE InteresMensual ROUNDED =
                   PRM-TasaAnual / 12 / 100
               MOVE NuevoSaldo TO CapitalCalculo
               MOVE OP-NuevosPeriodos TO PeriodosCalculo
               PERFORM CalculaCuota
               MOVE NuevoSaldo TO PRM-Principal
               MOVE NuevoSaldo TO PRM-SaldoPendiente
               MOVE OP-NuevosPeriodos TO PRM-Periodos
               MOVE ZEROS TO PRM-CuotasPagadas
               MOVE Cuota TO PRM-Cuota
               MOVE ZEROS TO PRM-ImporteVencido
               IF OP-FechaVto NOT = ZEROS
                   MOVE OP-FechaVto TO PRM-FechaProximoVto
               ELSE
                   MOVE OP-Fecha TO FechaVtoDet
                   PERFORM SumaUnMes
                   MOVE FechaVtoDet TO PRM-FechaProximoVto
               END-IF
               PERFORM GuardaDespues
               REWRITE PRM-Registro
               PERFORM GrabaHistorico
               PERFORM EscribeCambio
               PERFORM GeneraCuadro
               ADD 1 TO TotalAplicadas.

       SumaUnMes.
           ADD 1 TO VTO-Mes.
           IF VTO-Mes > 12
               MOVE 1 TO VTO-Mes
               ADD 1 TO VTO-Ano.
           PERFORM AjustaDiaMes.

       CalculaCuota.
           IF InteresMensual = ZEROS
               COMPUTE Cuota ROUNDED = CapitalCalculo / PeriodosCalculo
           ELSE
               COMPUTE Factor ROUNDED =
                   (1 + InteresMensual) ** PeriodosCalculo
               COMPUTE Numerador ROUNDED =
                   CapitalCalculo * InteresMensual * Factor
               COMPUTE Denominador = Factor - 1
               COMPUTE Cuota ROUNDED = Numerador / Denominador.

       GuardaAntes.
           MOVE PRM-SaldoPendiente TO PH-SaldoAntes.
           MOVE PRM-TasaAnual TO PH-TasaAntes.
           MOVE PRM-Periodos TO PH-PeriodosAntes.
           MOVE PRM-CuotasPagadas TO PH-PagadasAntes.
           MOVE PRM-Cuota TO PH-CuotaAntes.
           MOVE PRM-FechaProximoVto TO PH-VtoAntes.
           MOVE PRM-ImporteVencido TO PH-VencidoAntes.

       GuardaDespues.
           MOVE PRM-SaldoPendiente TO PH-SaldoDespues.
           MOVE PRM-TasaAnual TO PH-TasaDespues.
           MOVE PRM-Periodos TO PH-PeriodosDespues.
           MOVE PRM-CuotasPagadas TO PH-PagadasDespues.
           MOVE PRM-Cuota TO PH-CuotaDespues.
           MOVE PRM-FechaProximoVto TO PH-VtoDespues.
           MOVE PRM-ImporteVencido TO PH-VencidoDespues.

       GrabaHistorico.
           MOVE PRM-Id TO PH-Id.
           MOVE OP-Fecha TO PH-Fecha.
           MOVE OP-Tipo TO PH-Tipo.
           MOVE OP-Modalidad TO PH-Modalidad.
           MOVE OP-Importe TO PH-Importe.
           MOVE InteresDevengado TO PH-InteresDevengado.
           WRITE PH-Registro.

       EscribeCambio.
           MOVE SPACES TO LineaOperacion.
           STRING OP-Tipo " Prestamo " PRM-Id " operacion del "
               OP-Fecha " modalidad " OP-Modalidad
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           DISPLAY LineaOperacion.
           MOVE PH-SaldoAntes TO ImporteEditado.
           MOVE PH-CuotaAntes TO ImporteEditado2.
           MOVE SPACES TO LineaOperacion.
           STRING "  antes:   saldo " ImporteEditado
               " cuota " ImporteEditado2
               " plazo " PH-PeriodosAntes " pagadas " PH-PagadasAntes
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           MOVE PH-SaldoDespues TO ImporteEditado.
           MOVE PH-CuotaDespues TO ImporteEditado2.
           MOVE SPACES TO LineaOperacion.
           STRING "  despues: saldo " ImporteEditado
               " cuota " ImporteEditado2
               " plazo " PH-PeriodosDespues " pagadas "
               PH-PagadasDespues
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.

       RechazaOperacion.
           ADD 1 TO TotalRechazadas.
           MOVE SPACES TO LineaOperacion.
           STRING OP-Tipo " Prestamo " OP-Id " rechazada: "
               MotivoRechazo
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           DISPLAY LineaOperacion.

      *( cuadro de las cuotas pendientes con las condiciones
      *  nuevas, desde el proximo vencimiento )
       GeneraCuadro.
           MOVE SPACES TO LineaCuadro.
           STRING "Cuadro de amortizacion del prestamo " PRM-Id
               " tras la operacion " OP-Tipo " del " OP-Fecha
               DELIMITED BY SIZE INTO LineaCuadro.
           WRITE LineaCuadro AFTER ADVANCING PAGE.
           MOVE PRM-SaldoPendiente TO ImporteEditado.
           MOVE PRM-TasaAnual TO TasaEditada.
           COMPUTE CuotasRestantes = PRM-Periodos - PRM-CuotasPagadas.
           MOVE SPACES TO LineaCuadro.
           STRING "Capital: " ImporteEditado
               "  Tasa anual: " TasaEditada
               "  Cuotas pendientes: " CuotasRestantes
               DELIMITED BY SIZE INTO LineaCuadro.
           WRITE LineaCuadro.
           MOVE ALL "-" TO LineaCuadro.
           WRITE LineaCuadro.
           MOVE "Per  Vencimiento     Cuota    Interes    Capital"
               TO LineaCuadro.
           MOVE "      Saldo" TO LineaCuadro(50:11).
           WRITE LineaCuadro.
           COMPUTE InteresMensual ROUNDED = PRM-TasaAnual / 12 / 100.
           MOVE PRM-SaldoPendiente TO SaldoCuadro.
           MOVE PRM-Cuota TO Cuota.
           MOVE PRM-FechaProximoVto TO FechaVtoDet.
           MOVE ZEROS TO TotalIntereses.
           PERFORM CalculaPeriodo
               VARYING Periodo FROM 1 BY 1
               UNTIL Periodo > CuotasRestantes.
           MOVE TotalIntereses TO TotalEditado.
           MOVE SPACES TO LineaCuadro.
           STRING "Total intereses pendientes: " TotalEditado
               DELIMITED BY SIZE INTO LineaCuadro.
           WRITE LineaCuadro.

       CalculaPeriodo.
           COMPUTE InteresPeriodo ROUNDED =
               SaldoCuadro * InteresMensual.
           IF Periodo = CuotasRestantes
               MOVE SaldoCuadro TO CapitalPeriodo
               COMPUTE Cuota = CapitalPeriodo + InteresPeriodo
           ELSE
               COMPUTE CapitalPeriodo = Cuota - InteresPeriodo.
           SUBTRACT CapitalPeriodo FROM SaldoCuadro.
           ADD InteresPeriodo TO TotalIntereses.
           MOVE Periodo TO PeriodoEditado.
           MOVE Cuota TO CuotaEditada.
           MOVE InteresPeriodo TO InteresEditado.
           MOVE CapitalPeriodo TO CapitalEditado.
           MOVE SaldoCuadro TO SaldoEditado.
           MOVE SPACES TO LineaCuadro.
           STRING PeriodoEditado "  " FechaVtoDet "  " CuotaEditada
               "  " InteresEditado "  " CapitalEditado
               "  " SaldoEditado
               DELIMITED BY SIZE INTO LineaCuadro.
           WRITE LineaCuadro.
           PERFORM SumaUnMes.

       EscribeTitulo.
           MOVE "Operaciones extraordinarias de prestamos"
               TO LineaOperacion.
           WRITE LineaOperacion.
           MOVE ALL "-" TO LineaOperacion.
           WRITE LineaOperacion.

       EscribeResumen.
           MOVE SPACES TO LineaOperacion.
           WRITE LineaOperacion.
           MOVE SPACES TO LineaOperacion.
           STRING "Operaciones aplicadas: " TotalAplicadas
               "  cotizaciones: " TotalCotizaciones
               "  rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaOperacion.
           WRITE LineaOperacion.
           DISPLAY LineaOperacion.

       END PROGRAM OperacionesPrestamo.
