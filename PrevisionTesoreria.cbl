       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisionTesoreria.
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
           SELECT OPTIONAL ArchivoPrestamos
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoPrestamos.
           SELECT OPTIONAL ArchivoNomina ASSIGN TO NOMINA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoNomina.
           SELECT OPTIONAL ArchivoCompras
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoCompras.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "prevision_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReportePrevision ASSIGN TO "prevision_tesoreria.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPartidas.
       COPY "ARPART.cpy".
       FD  ArchivoPrestamos.
       COPY "PRESTMST.cpy".
       FD  ArchivoNomina.
       COPY "NOMREG.cpy".
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoParametros.
       01  PV-Registro.
           05 PV-DiasCobro PIC 999.
           05 PV-DiasPagoCompra PIC 999.
           05 PV-DiaPagoNomina PIC 99.
       FD  ReportePrevision.
       01  LineaPrevision PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoPartidas PIC XX VALUE "00".
           88 NoHayPartidas VALUE "05".
       01  EstadoPrestamos PIC XX VALUE "00".
           88 NoHayPrestamos VALUE "05".
       01  EstadoNomina PIC XX VALUE "00".
           88 NoHayNomina VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  DiasCobro PIC 999 VALUE 30.
       77  DiasPagoCompra PIC 999 VALUE 60.
       77  DiaPagoNomina PIC 99 VALUE 28.
       01  EntradaSaldo PIC X(15) VALUE SPACES.
       01  CodEntrada PIC S9(4) VALUE ZERO.
       77  SaldoInicial PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SaldoProyectado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  FechaInicio PIC 9(8) VALUE ZEROS.
       77  FechaFin PIC 9(8) VALUE ZEROS.
       77  DiaInicio PIC 9(7) VALUE ZEROS.
       77  DiaApunte PIC 9(7) VALUE ZEROS.
       77  FechaApunte PIC 9(8) VALUE ZEROS.
       77  ImporteApunte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TipoApunte PIC X VALUE SPACE.
       77  IdxSemana PIC 99 VALUE ZEROS.
       77  SemanaApunte PIC 9(5) VALUE ZEROS.
       77  IdxMesPago PIC 9 VALUE ZEROS.
       77  CuotasRestantes PIC 999 VALUE ZEROS.
       77  PeriodoNomina PIC 9(6) VALUE ZEROS.
       77  NetoNomina PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  UnidadesPendientes PIC S9(7) COMP-3 VALUE ZEROS.
       77  FueraHorizonteCobros PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  FueraHorizontePagos PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  NetoSemana PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SaldoMinimo PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SemanaMinimo PIC 99 VALUE ZEROS.
       77  CobrosEditado PIC -(8)9,99.
       77  PrestamosEditado PIC -(8)9,99.
       77  NominaEditado PIC -(8)9,99.
       77  ComprasEditado PIC -(8)9,99.
       77  NetoEditado PIC -(8)9,99.
       77  SaldoEditado PIC -(8)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  FechaDesglosada.
           05 FD-Anio PIC 9(4).
           05 FD-Mes PIC 99.
           05 FD-Dia PIC 99.
       01  TablaSemanas.
           05 SEM-Entrada OCCURS 13 TIMES.
               10 SEM-Desde PIC 9(8).
               10 SEM-Cobros PIC S9(11)V99 COMP-3.
               10 SEM-Prestamos PIC S9(11)V99 COMP-3.
               10 SEM-Nomina PIC S9(11)V99 COMP-3.
               10 SEM-Compras PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
      *( prevision de tesoreria a trece semanas desde hoy: entran
      *  las partidas abiertas de clientes a su fecha esperada de
      *  cobro y las cuotas de prestamos a su vencimiento; salen
      *  el neto de la ultima nomina repetido cada mes y lo
      *  pendiente de recibir de las ordenes de compra abiertas.
      *  Lo ya vencido y no cobrado o pagado cae en la semana 1 )
       Inicio.
           DISPLAY "PrevisionTesoreria: prevision de tesoreria a "
               "13 semanas.".
           DISPLAY "Introduce el saldo inicial en bancos: ".
           ACCEPT EntradaSaldo.
           MOVE FUNCTION TEST-NUMVAL(EntradaSaldo) TO CodEntrada.
           IF CodEntrada NOT = 0
               DISPLAY "PrevisionTesoreria: saldo inicial no "
                   "numerico."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           COMPUTE SaldoInicial = FUNCTION NUMVAL(EntradaSaldo).
           ACCEPT FechaInicio FROM DATE YYYYMMDD.
           COMPUTE DiaInicio = FUNCTION INTEGER-OF-DATE(FechaInicio).
           COMPUTE FechaFin =
               FUNCTION DATE-OF-INTEGER(DiaInicio + 90).
           PERFORM CargaParametros.
           PERFORM IniciaSemana
               VARYING IdxSemana FROM 1 BY 1 UNTIL IdxSemana > 13.
           PERFORM PrevisionCobros.
           PERFORM PrevisionPrestamos.
           PERFORM PrevisionNomina.
           PERFORM PrevisionCompras.
           OPEN OUTPUT ReportePrevision.
           PERFORM EscribeTitulo.
           MOVE SaldoInicial TO SaldoProyectado.
           MOVE SaldoInicial TO SaldoMinimo.
           MOVE ZEROS TO SemanaMinimo.
           PERFORM EscribeSemana
               VARYING IdxSemana FROM 1 BY 1 UNTIL IdxSemana > 13.
           PERFORM EscribeResumen.
           CLOSE ReportePrevision.
           IF SaldoMinimo < ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF PV-DiasCobro IS NUMERIC
                           MOVE PV-DiasCobro TO DiasCobro
                       END-IF
                       IF PV-DiasPagoCompra IS NUMERIC
                           MOVE PV-DiasPagoCompra TO DiasPagoCompra
                       END-IF
                       IF PV-DiaPagoNomina IS NUMERIC
                          AND PV-DiaPagoNomina > ZEROS
                          AND PV-DiaPagoNomina < 29
                           MOVE PV-DiaPagoNomina TO DiaPagoNomina
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       IniciaSemana.
           COMPUTE SEM-Desde(IdxSemana) = FUNCTION DATE-OF-INTEGER
               (DiaInicio + (IdxSemana - 1) * 7).
           MOVE ZEROS TO SEM-Cobros(IdxSemana).
           MOVE ZEROS TO SEM-Prestamos(IdxSemana).
           MOVE ZEROS TO SEM-Nomina(IdxSemana).
           MOVE ZEROS TO SEM-Compras(IdxSemana).

      *( reparte un apunte en su semana: lo anterior a hoy va a
      *  la semana 1 y lo posterior al horizonte queda aparte )
       AsignaSemana.
           COMPUTE DiaApunte = FUNCTION INTEGER-OF-DATE(FechaApunte).
           IF DiaApunte < DiaInicio
               MOVE 1 TO SemanaApunte
           ELSE
               COMPUTE SemanaApunte = (DiaApunte - DiaInicio) / 7 + 1.
           IF SemanaApunte > 13
               IF TipoApunte = "C" OR TipoApunte = "P"
                   ADD ImporteApunte TO FueraHorizonteCobros
               ELSE
                   ADD ImporteApunte TO FueraHorizontePagos
               END-IF
           ELSE
               MOVE SemanaApunte TO IdxSemana
               EVALUATE TipoApunte
                   WHEN "C"
                       ADD ImporteApunte TO SEM-Cobros(IdxSemana)
                   WHEN "P"
                       ADD ImporteApunte TO SEM-Prestamos(IdxSemana)
                   WHEN "N"
                       ADD ImporteApunte TO SEM-Nomina(IdxSemana)
                   WHEN "O"
                       ADD ImporteApunte TO SEM-Compras(IdxSemana)
               END-EVALUATE
           END-IF.

       PrevisionCobros.
           MOVE "C" TO TipoApunte.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPartidas.
           IF NoHayPartidas
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaPartida UNTIL NoHayMasRegistros.
           CLOSE ArchivoPartidas.

       ExaminaPartida.
           READ ArchivoPartidas NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF NOT PA-COBRADA
                      AND PA-ImportePendiente NOT = ZEROS
                       COMPUTE FechaApunte = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(PA-FechaFactura)
                            + DiasCobro)
                       MOVE PA-ImportePendiente TO ImporteApunte
                       PERFORM AsignaSemana
                   END-IF
           END-READ.

      *( cada prestamo vivo aporta su cuota en el proximo
      *  vencimiento y en los mensuales siguientes mientras le
      *  queden cuotas y caigan dentro del horizonte; los del
      *  personal no, porque su cuota ya va descontada del neto
      *  de la nomina )
       PrevisionPrestamos.
           MOVE "P" TO TipoApunte.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoPrestamos.
           IF NoHayPrestamos
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaPrestamo UNTIL NoHayMasRegistros.
           CLOSE ArchivoPrestamos.

       ExaminaPrestamo.
           READ ArchivoPrestamos NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF PRM-VIVO AND PRM-Periodos > PRM-CuotasPagadas
                      AND PRM-FechaProximoVto NOT = ZEROS
                      AND PRM-NO-EMPLEADO
                       COMPUTE CuotasRestantes =
                           PRM-Periodos - PRM-CuotasPagadas
                       MOVE PRM-FechaProximoVto TO FechaApunte
                       MOVE PRM-Cuota TO ImporteApunte
                       PERFORM ProyectaCuota
                           UNTIL CuotasRestantes = ZEROS
                              OR FechaApunte > FechaFin
                   END-IF
           END-READ.

       ProyectaCuota.
           PERFORM AsignaSemana.
           SUBTRACT 1 FROM CuotasRestantes.
           PERFORM SumaUnMes.

       SumaUnMes.
           MOVE FechaApunte TO FechaDesglosada.
           IF FD-Mes = 12
               ADD 1 TO FD-Anio
               MOVE 1 TO FD-Mes
           ELSE
               ADD 1 TO FD-Mes.
           IF FD-Dia > 28
               MOVE 28 TO FD-Dia.
           MOVE FechaDesglosada TO FechaApunte.

      *( la nomina se proyecta con el neto del ultimo periodo
      *  calculado, pagado el dia fijado de cada mes del horizonte )
       PrevisionNomina.
           MOVE "N" TO TipoApunte.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoNomina.
           IF NoHayNomina
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaNomina UNTIL NoHayMasRegistros.
           CLOSE ArchivoNomina.
           IF NetoNomina NOT = ZEROS
               MOVE FechaInicio TO FechaDesglosada
               MOVE DiaPagoNomina TO FD-Dia
               MOVE FechaDesglosada TO FechaApunte
               PERFORM ProyectaNomina
                   VARYING IdxMesPago FROM 1 BY 1
                   UNTIL IdxMesPago > 4.

       ExaminaNomina.
           READ ArchivoNomina
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF NOM-Periodo > PeriodoNomina
                       MOVE NOM-Periodo TO PeriodoNomina
                       MOVE ZEROS TO NetoNomina
                   END-IF
                   IF NOM-Periodo = PeriodoNomina
                       ADD NOM-Neto TO NetoNomina
                   END-IF
           END-READ.

       ProyectaNomina.
           IF FechaApunte >= FechaInicio AND FechaApunte <= FechaFin
               MOVE NetoNomina TO ImporteApunte
               PERFORM AsignaSemana.
           PERFORM SumaUnMes.
           MOVE FechaApunte TO FechaDesglosada.
           MOVE DiaPagoNomina TO FD-Dia.
           MOVE FechaDesglosada TO FechaApunte.

       PrevisionCompras.
           MOVE "O" TO TipoApunte.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoCompras.
           IF NoHayCompras
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaCompra UNTIL NoHayMasRegistros.
           CLOSE ArchivoCompras.

       ExaminaCompra.
           READ ArchivoCompras NEXT
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF OC-ABIERTA
                      AND OC-Cantidad > OC-CantidadRecibida
                       COMPUTE UnidadesPendientes =
                           OC-Cantidad - OC-CantidadRecibida
                       COMPUTE ImporteApunte ROUNDED =
                           UnidadesPendientes * OC-PrecioAcordado
                       COMPUTE FechaApunte = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(OC-Fecha)
                            + DiasPagoCompra)
                       PERFORM AsignaSemana
                   END-IF
           END-READ.

       EscribeTitulo.
           MOVE SPACES TO LineaPrevision.
           STRING "PREVISION DE TESORERIA A 13 SEMANAS - desde "
               FechaInicio
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           MOVE SaldoInicial TO TotalEditado.
           MOVE SPACES TO LineaPrevision.
           STRING "Saldo inicial en bancos: " TotalEditado
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           MOVE SPACES TO LineaPrevision.
           STRING "Sm Desde       Clientes   Prestamos      Nomina"
               "     Compras        Neto       Saldo"
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           MOVE ALL "-" TO LineaPrevision.
           WRITE LineaPrevision.

       EscribeSemana.
           COMPUTE NetoSemana = SEM-Cobros(IdxSemana)
               + SEM-Prestamos(IdxSemana) - SEM-Nomina(IdxSemana)
               - SEM-Compras(IdxSemana).
           ADD NetoSemana TO SaldoProyectado.
           IF SaldoProyectado < SaldoMinimo
               MOVE SaldoProyectado TO SaldoMinimo
               MOVE IdxSemana TO SemanaMinimo.
           MOVE SEM-Cobros(IdxSemana) TO CobrosEditado.
           MOVE SEM-Prestamos(IdxSemana) TO PrestamosEditado.
           MOVE SEM-Nomina(IdxSemana) TO NominaEditado.
           MOVE SEM-Compras(IdxSemana) TO ComprasEditado.
           MOVE NetoSemana TO NetoEditado.
           MOVE SaldoProyectado TO SaldoEditado.
           MOVE SPACES TO LineaPrevision.
           STRING IdxSemana " " SEM-Desde(IdxSemana)
               CobrosEditado PrestamosEditado NominaEditado
               ComprasEditado NetoEditado SaldoEditado
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.

       EscribeResumen.
           MOVE ALL "-" TO LineaPrevision.
           WRITE LineaPrevision.
           MOVE SaldoProyectado TO TotalEditado.
           MOVE SPACES TO LineaPrevision.
           STRING "Saldo proyectado al final: " TotalEditado
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           DISPLAY LineaPrevision.
           IF SaldoMinimo < ZEROS
               MOVE SaldoMinimo TO TotalEditado
               MOVE SPACES TO LineaPrevision
               STRING "ATENCION: saldo negativo en la semana "
                   SemanaMinimo ": " TotalEditado
                   DELIMITED BY SIZE INTO LineaPrevision
               WRITE LineaPrevision
               DISPLAY LineaPrevision.
           MOVE FueraHorizonteCobros TO TotalEditado.
           MOVE SPACES TO LineaPrevision.
           STRING "Cobros previstos fuera del horizonte: "
               TotalEditado
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           MOVE FueraHorizontePagos TO TotalEditado.
           MOVE SPACES TO LineaPrevision.
           STRING "Pagos previstos fuera del horizonte:  "
               TotalEditado
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.
           MOVE SPACES TO LineaPrevision.
           STRING "Supuestos: cobro a " DiasCobro
               " dias de factura, pago de compras a " DiasPagoCompra
               " dias, nomina el dia " DiaPagoNomina
               DELIMITED BY SIZE INTO LineaPrevision.
           WRITE LineaPrevision.

       END PROGRAM PrevisionTesoreria.
