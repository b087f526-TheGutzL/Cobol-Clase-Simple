       IDENTIFICATION DIVISION.
       PROGRAM-ID. MayorizaAsientos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ArchivoRetenidos ASSIGN TO "asientos_retenidos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRetenidos.
           SELECT ArchivoMayorizados
               ASSIGN TO "asientos_mayorizados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoMayorizados.
           SELECT OPTIONAL ArchivoPlanCuentas
               ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-Cuenta
               FILE STATUS IS EstadoPlanCuentas.
           SELECT OPTIONAL ArchivoPeriodos
               ASSIGN TO "periodos_contables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-Periodo
               FILE STATUS IS EstadoPeriodos.
           SELECT OPTIONAL ArchivoSaldos
               ASSIGN TO "saldos_contables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Clave
               FILE STATUS IS EstadoSaldos.
           SELECT ReporteMayorizacion ASSIGN TO "mayorizacion.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ArchivoRetenidos.
       01  LineaRetenida PIC X(45).
       FD  ArchivoMayorizados.
       01  LineaMayorizada PIC X(45).
       FD  ArchivoPlanCuentas.
       COPY "PLANCTA.cpy".
       FD  ArchivoPeriodos.
       COPY "PERIODO.cpy".
       FD  ArchivoSaldos.
       COPY "SALDOCTA.cpy".
       FD  ReporteMayorizacion.
       01  LineaMayorizacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoAsientos PIC XX VALUE "00".
           88 NoHayAsientos VALUE "05".
       01  EstadoRetenidos PIC XX VALUE "00".
       01  EstadoMayorizados PIC XX VALUE "00".
           88 MayorizadosNoExiste VALUE "35".
       01  EstadoPlanCuentas PIC XX VALUE "00".
           88 NoHayPlanCuentas VALUE "05".
       01  EstadoPeriodos PIC XX VALUE "00".
       01  EstadoSaldos PIC XX VALUE "00".
       77  FinAsientos PIC X VALUE "N".
           88 NoHayMasAsientos VALUE "S".
       77  LoteHalladoFlag PIC X VALUE "N".
           88 LoteHallado VALUE "S".
       77  TotalLotes PIC 9(4) COMP VALUE ZEROS.
       77  IdxLote PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  PeriodoApunte PIC 9(6) VALUE ZEROS.
       77  TotalApuntes PIC 9(6) VALUE ZEROS.
       77  TotalMayorizados PIC 9(6) VALUE ZEROS.
       77  TotalRetenidos PIC 9(6) VALUE ZEROS.
       77  TotalLotesRetenidos PIC 9(4) VALUE ZEROS.
       77  TotalLotesEditado PIC ZZZ9.
       77  ImporteEditado PIC -(11)9,99.
       77  ImporteEditado2 PIC -(11)9,99.
       01  TablaLotes.
           05 LOT-Entrada OCCURS 200 TIMES.
               10 LOT-Programa PIC X(15).
               10 LOT-FechaNegocio PIC 9(8).
               10 LOT-Debe PIC S9(11)V99 COMP-3.
               10 LOT-Haber PIC S9(11)V99 COMP-3.
               10 LOT-Motivo PIC X(30).

       PROCEDURE DIVISION.
      *( la mayorizacion consume el fichero de traspaso: cada
      *  lote (programa y fecha de negocio) que cuadra, con todas
      *  sus cuentas dadas de alta en el plan y su periodo
      *  abierto, pasa a los saldos del mayor y al historico de
      *  asientos mayorizados; los lotes rechazados se quedan en
      *  asientos_contables.dat para corregirlos y reintentarlos )
       Inicio.
           DISPLAY "MayorizaAsientos: mayorizacion de los apuntes "
               "contables.".
           OPEN INPUT ArchivoAsientos.
           IF NoHayAsientos
               DISPLAY "MayorizaAsientos: no se encontro "
                   "asientos_contables.dat"
               CLOSE ArchivoAsientos
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoPlanCuentas
               IF NoHayPlanCuentas
                   DISPLAY "MayorizaAsientos: no se encontro "
                       "plan_cuentas.dat"
                   CLOSE ArchivoAsientos
                   CLOSE ArchivoPlanCuentas
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ArchivoPeriodos
                   PERFORM ValidaLotes
                   CLOSE ArchivoAsientos
                   CLOSE ArchivoPlanCuentas
                   CLOSE ArchivoPeriodos
                   PERFORM CompruebaCuadre
                       VARYING IdxLote FROM 1 BY 1
                       UNTIL IdxLote > TotalLotes
                   PERFORM MayorizaLotes
                   PERFORM DevuelveRetenidos
                   OPEN OUTPUT ReporteMayorizacion
                   PERFORM EscribeLotes
                   PERFORM EscribeResumen
                   CLOSE ReporteMayorizacion
                   IF TotalRetenidos NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeAsiento.
           READ ArchivoAsientos
               AT END MOVE "S" TO FinAsientos.

      *( primera pasada: acumula cada lote y anota el primer
      *  motivo de rechazo que encuentre en sus apuntes )
       ValidaLotes.
           MOVE "N" TO FinAsientos.
           PERFORM LeeAsiento.
           PERFORM ValidaUnApunte UNTIL NoHayMasAsientos.

       ValidaUnApunte.
           ADD 1 TO TotalApuntes.
           PERFORM BuscaLote.
           IF NOT LoteHallado AND TotalLotes < 200
               ADD 1 TO TotalLotes
               MOVE AS-Programa TO LOT-Programa(TotalLotes)
               MOVE AS-FechaNegocio TO LOT-FechaNegocio(TotalLotes)
               MOVE ZEROS TO LOT-Debe(TotalLotes)
               MOVE ZEROS TO LOT-Haber(TotalLotes)
               MOVE SPACES TO LOT-Motivo(TotalLotes)
               MOVE TotalLotes TO IdxHallado
               MOVE "S" TO LoteHalladoFlag.
           IF LoteHallado
               IF AS-Debe
                   ADD AS-Importe TO LOT-Debe(IdxHallado)
               ELSE
                   ADD AS-Importe TO LOT-Haber(IdxHallado)
               END-IF
               IF LOT-Motivo(IdxHallado) = SPACES
                   PERFORM ValidaCuenta
               END-IF
               IF LOT-Motivo(IdxHallado) = SPACES
                   PERFORM ValidaPeriodo
               END-IF.
           PERFORM LeeAsiento.

       BuscaLote.
           MOVE "N" TO LoteHalladoFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaLote
               VARYING IdxLote FROM 1 BY 1
               UNTIL IdxLote > TotalLotes OR LoteHallado.

       CompruebaLote.
           IF LOT-Programa(IdxLote) = AS-Programa
               AND LOT-FechaNegocio(IdxLote) = AS-FechaNegocio
               MOVE "S" TO LoteHalladoFlag
               MOVE IdxLote TO IdxHallado.

       ValidaCuenta.
           MOVE AS-Cuenta TO PC-Cuenta.
           READ ArchivoPlanCuentas KEY IS PC-Cuenta
               INVALID KEY
                   STRING "cuenta " AS-Cuenta " no existe"
                       DELIMITED BY SIZE INTO LOT-Motivo(IdxHallado)
               NOT INVALID KEY
                   IF PC-BAJA
                       STRING "cuenta " AS-Cuenta " de baja"
                           DELIMITED BY SIZE
                           INTO LOT-Motivo(IdxHallado)
                   END-IF
           END-READ.

       ValidaPeriodo.
           DIVIDE AS-FechaNegocio BY 100 GIVING PeriodoApunte.
           MOVE PeriodoApunte TO PE-Periodo.
           READ ArchivoPeriodos KEY IS PE-Periodo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PE-CERRADO
                       STRING "periodo " PeriodoApunte " cerrado"
                           DELIMITED BY SIZE
                           INTO LOT-Motivo(IdxHallado)
                   END-IF
           END-READ.

       CompruebaCuadre.
           IF LOT-Motivo(IdxLote) = SPACES
               AND LOT-Debe(IdxLote) NOT = LOT-Haber(IdxLote)
               MOVE "lote descuadrado" TO LOT-Motivo(IdxLote).

      *( segunda pasada: los apuntes de lotes buenos van a los
      *  saldos y al historico, el resto al fichero de retenidos )
       MayorizaLotes.
           OPEN INPUT ArchivoAsientos.
           OPEN I-O ArchivoSaldos.
           OPEN OUTPUT ArchivoRetenidos.
           PERFORM AbreMayorizados.
           MOVE "N" TO FinAsientos.
           PERFORM LeeAsiento.
           PERFORM MayorizaUnApunte UNTIL NoHayMasAsientos.
           CLOSE ArchivoAsientos.
           CLOSE ArchivoSaldos.
           CLOSE ArchivoRetenidos.
           CLOSE ArchivoMayorizados.

       AbreMayorizados.
           OPEN EXTEND ArchivoMayorizados.
           IF MayorizadosNoExiste
               OPEN OUTPUT ArchivoMayorizados
               CLOSE ArchivoMayorizados
               OPEN EXTEND ArchivoMayorizados
           END-IF.

       MayorizaUnApunte.
           PERFORM BuscaLote.
           IF LoteHallado AND LOT-Motivo(IdxHallado) = SPACES
               PERFORM AcumulaSaldo
               WRITE LineaMayorizada FROM AS-Registro
               ADD 1 TO TotalMayorizados
           ELSE
               WRITE LineaRetenida FROM AS-Registro
               ADD 1 TO TotalRetenidos.
           PERFORM LeeAsiento.

       AcumulaSaldo.
           MOVE AS-Cuenta TO SC-Cuenta.
           DIVIDE AS-FechaNegocio BY 100 GIVING SC-Periodo.
           READ ArchivoSaldos KEY IS SC-Clave
               INVALID KEY
                   MOVE ZEROS TO SC-Debe
                   MOVE ZEROS TO SC-Haber
                   PERFORM SumaApunte
                   WRITE SC-Registro
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SumaApunte
                   REWRITE SC-Registro
           END-READ.

       SumaApunte.
           IF AS-Debe
               ADD AS-Importe TO SC-Debe
           ELSE
               ADD AS-Importe TO SC-Haber.

      *( el fichero de traspaso queda solo con lo retenido )
       DevuelveRetenidos.
           OPEN INPUT ArchivoRetenidos.
           OPEN OUTPUT ArchivoAsientos.
           MOVE "N" TO FinAsientos.
           PERFORM LeeRetenido.
           PERFORM CopiaRetenido UNTIL NoHayMasAsientos.
           CLOSE ArchivoRetenidos.
           CLOSE ArchivoAsientos.

       LeeRetenido.
           READ ArchivoRetenidos INTO AS-Registro
               AT END MOVE "S" TO FinAsientos.

       CopiaRetenido.
           WRITE AS-Registro.
           PERFORM LeeRetenido.

       EscribeLotes.
           MOVE "Mayorizacion de apuntes por lote" TO LineaMayorizacion.
           WRITE LineaMayorizacion.
           MOVE ALL "-" TO LineaMayorizacion.
           WRITE LineaMayorizacion.
           PERFORM EscribeUnLote
               VARYING IdxLote FROM 1 BY 1
               UNTIL IdxLote > TotalLotes.

       EscribeUnLote.
           MOVE LOT-Debe(IdxLote) TO ImporteEditado.
           MOVE LOT-Haber(IdxLote) TO ImporteEditado2.
           MOVE SPACES TO LineaMayorizacion.
           STRING LOT-Programa(IdxLote) " "
               LOT-FechaNegocio(IdxLote)
               " debe " ImporteEditado
               " haber " ImporteEditado2
               DELIMITED BY SIZE INTO LineaMayorizacion.
           WRITE LineaMayorizacion.
           MOVE SPACES TO LineaMayorizacion.
           IF LOT-Motivo(IdxLote) = SPACES
               MOVE "  mayorizado" TO LineaMayorizacion
           ELSE
               ADD 1 TO TotalLotesRetenidos
               STRING "  RETENIDO: " LOT-Motivo(IdxLote)
                   DELIMITED BY SIZE INTO LineaMayorizacion
               DISPLAY LOT-Programa(IdxLote) " "
                   LOT-FechaNegocio(IdxLote) " " LineaMayorizacion.
           WRITE LineaMayorizacion.

       EscribeResumen.
           MOVE SPACES TO LineaMayorizacion.
           WRITE LineaMayorizacion.
           MOVE SPACES TO LineaMayorizacion.
           STRING "Apuntes leidos: " TotalApuntes
               "  mayorizados: " TotalMayorizados
               "  retenidos: " TotalRetenidos
               DELIMITED BY SIZE INTO LineaMayorizacion.
           WRITE LineaMayorizacion.
           DISPLAY LineaMayorizacion.
           MOVE TotalLotes TO TotalLotesEditado.
           MOVE SPACES TO LineaMayorizacion.
           STRING "Lotes: " TotalLotesEditado
               "  retenidos: " TotalLotesRetenidos
               DELIMITED BY SIZE INTO LineaMayorizacion.
           WRITE LineaMayorizacion.
           DISPLAY LineaMayorizacion.

       END PROGRAM MayorizaAsientos.
