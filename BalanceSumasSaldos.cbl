       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceSumasSaldos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoSaldos
               ASSIGN TO "saldos_contables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Clave
               FILE STATUS IS EstadoSaldos.
           SELECT OPTIONAL ArchivoPlanCuentas
               ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-Cuenta
               FILE STATUS IS EstadoPlanCuentas.
           SELECT ReporteBalance ASSIGN TO "balance_sumas_saldos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoSaldos.
       COPY "SALDOCTA.cpy".
       FD  ArchivoPlanCuentas.
       COPY "PLANCTA.cpy".
       FD  ReporteBalance.
       01  LineaBalance PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoSaldos PIC XX VALUE "00".
           88 NoHaySaldos VALUE "05".
       01  EstadoPlanCuentas PIC XX VALUE "00".
       77  FinSaldos PIC X VALUE "N".
           88 NoHayMasSaldos VALUE "S".
       77  Periodo PIC 9(6) VALUE ZEROS.
       77  CuentaActual PIC X(8) VALUE SPACES.
       77  DescripcionCorta PIC X(20) VALUE SPACES.
       77  TotalCuentas PIC 9(6) VALUE ZEROS.
       77  SaldoAnterior PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  DebePeriodo PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  HaberPeriodo PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SaldoFinal PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaAnterior PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaDebe PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaHaber PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaFinal PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  AnteriorEditado PIC -(10)9,99.
       77  DebeEditado PIC -(10)9,99.
       77  HaberEditado PIC -(10)9,99.
       77  FinalEditado PIC -(10)9,99.

       PROCEDURE DIVISION.
      *( balance de sumas y saldos del periodo: por cuenta, el
      *  saldo acumulado de los periodos anteriores, las sumas
      *  del periodo y el saldo al cierre (deudor en positivo,
      *  acreedor en negativo). El total del debe tiene que
      *  igualar al del haber )
       Inicio.
           DISPLAY "BalanceSumasSaldos: balance de sumas y saldos.".
           DISPLAY "Introduce el periodo (AAAAMM): ".
           ACCEPT Periodo.
           OPEN INPUT ArchivoSaldos.
           IF NoHaySaldos
               DISPLAY "BalanceSumasSaldos: no se encontro "
                   "saldos_contables.dat"
               CLOSE ArchivoSaldos
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoPlanCuentas
               OPEN OUTPUT ReporteBalance
               PERFORM EscribeTitulo
               MOVE "N" TO FinSaldos
               PERFORM LeeSaldo
               PERFORM ProcesaCuenta UNTIL NoHayMasSaldos
               PERFORM EscribeResumen
               CLOSE ArchivoSaldos
               CLOSE ArchivoPlanCuentas
               CLOSE ReporteBalance
               IF SumaDebe NOT = SumaHaber OR SumaFinal NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeSaldo.
           READ ArchivoSaldos NEXT RECORD
               AT END MOVE "S" TO FinSaldos.

       EscribeTitulo.
           MOVE SPACES TO LineaBalance.
           STRING "BALANCE DE SUMAS Y SALDOS - periodo " Periodo
               DELIMITED BY SIZE INTO LineaBalance.
           WRITE LineaBalance.
           MOVE SPACES TO LineaBalance.
           STRING "Cuenta   Descripcion          "
               "  Saldo anterior           Debe"
               "          Haber    Saldo final"
               DELIMITED BY SIZE INTO LineaBalance.
           WRITE LineaBalance.
           MOVE ALL "-" TO LineaBalance.
           WRITE LineaBalance.

      *( corte de control por cuenta; los periodos posteriores
      *  al pedido no entran en el balance )
       ProcesaCuenta.
           MOVE SC-Cuenta TO CuentaActual.
           MOVE ZEROS TO SaldoAnterior.
           MOVE ZEROS TO DebePeriodo.
           MOVE ZEROS TO HaberPeriodo.
           PERFORM AcumulaSaldo
               UNTIL NoHayMasSaldos OR SC-Cuenta NOT = CuentaActual.
           IF SaldoAnterior NOT = ZEROS OR DebePeriodo NOT = ZEROS
              OR HaberPeriodo NOT = ZEROS
               PERFORM EscribeCuenta.

       AcumulaSaldo.
           IF SC-Periodo < Periodo
               ADD SC-Debe TO SaldoAnterior
               SUBTRACT SC-Haber FROM SaldoAnterior
           ELSE
               IF SC-Periodo = Periodo
                   ADD SC-Debe TO DebePeriodo
                   ADD SC-Haber TO HaberPeriodo
               END-IF
           END-IF.
           PERFORM LeeSaldo.

       EscribeCuenta.
           ADD 1 TO TotalCuentas.
           COMPUTE SaldoFinal = SaldoAnterior + DebePeriodo
               - HaberPeriodo.
           ADD SaldoAnterior TO SumaAnterior.
           ADD DebePeriodo TO SumaDebe.
           ADD HaberPeriodo TO SumaHaber.
           ADD SaldoFinal TO SumaFinal.
           MOVE CuentaActual TO PC-Cuenta.
           READ ArchivoPlanCuentas KEY IS PC-Cuenta
               INVALID KEY
                   MOVE "** no esta en el plan" TO DescripcionCorta
               NOT INVALID KEY
                   MOVE PC-Descripcion TO DescripcionCorta
           END-READ.
           MOVE SaldoAnterior TO AnteriorEditado.
           MOVE DebePeriodo TO DebeEditado.
           MOVE HaberPeriodo TO HaberEditado.
           MOVE SaldoFinal TO FinalEditado.
           MOVE SPACES TO LineaBalance.
           STRING CuentaActual " " DescripcionCorta
               AnteriorEditado DebeEditado HaberEditado FinalEditado
               DELIMITED BY SIZE INTO LineaBalance.
           WRITE LineaBalance.

       EscribeResumen.
           MOVE ALL "-" TO LineaBalance.
           WRITE LineaBalance.
           MOVE SumaAnterior TO AnteriorEditado.
           MOVE SumaDebe TO DebeEditado.
           MOVE SumaHaber TO HaberEditado.
           MOVE SumaFinal TO FinalEditado.
           MOVE SPACES TO LineaBalance.
           STRING "TOTALES                      "
               AnteriorEditado DebeEditado HaberEditado FinalEditado
               DELIMITED BY SIZE INTO LineaBalance.
           WRITE LineaBalance.
           DISPLAY LineaBalance.
           MOVE SPACES TO LineaBalance.
           IF SumaDebe NOT = SumaHaber OR SumaFinal NOT = ZEROS
               MOVE "ATENCION: el balance no cuadra" TO LineaBalance
           ELSE
               STRING "Cuentas con movimiento o saldo: " TotalCuentas
                   DELIMITED BY SIZE INTO LineaBalance.
           WRITE LineaBalance.
           DISPLAY LineaBalance.

       END PROGRAM BalanceSumasSaldos.
