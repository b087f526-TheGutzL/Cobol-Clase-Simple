       IDENTIFICATION DIVISION.
       PROGRAM-ID. VariacionNomina.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoNomina ASSIGN TO NOMINA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoNomina.
           SELECT OPTIONAL ArchivoHistorico
               ASSIGN TO "nomina_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-Clave
               FILE STATUS IS EstadoHistorico.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "variacion_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoVisado ASSIGN TO "nomina_visado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVisado.
           SELECT ReporteVariacion ASSIGN TO "variacion_nomina.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoNomina.
       COPY "NOMREG.cpy".
       FD  ArchivoHistorico.
       COPY "NOMHIST.cpy".
       FD  ArchivoParametros.
       01  VRP-Registro.
           05 VRP-PorcUmbral PIC 9(3)V99.
       FD  ArchivoVisado.
       COPY "NOMVISA.cpy".
       FD  ReporteVariacion.
       01  LineaVariacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoNomina PIC XX VALUE "00".
           88 NoHayNomina VALUE "05".
       01  EstadoHistorico PIC XX VALUE "00".
           88 HistoricoOk VALUE "00".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoVisado PIC XX VALUE "00".
           88 VisadoNoExiste VALUE "35".
       77  FinNomina PIC X VALUE "N".
           88 NoHayMasNomina VALUE "S".
       77  FinHistorico PIC X VALUE "N".
           88 NoHayMasHistorico VALUE "S".
       77  PorcUmbral PIC 9(3)V99 VALUE 10,00.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  HoraHoy PIC 9(8) VALUE ZEROS.
       01  PeriodoActual PIC 9(6) VALUE ZEROS.
       01  PeriodoActualDet REDEFINES PeriodoActual.
           05 PAC-Ano PIC 9(4).
           05 PAC-Mes PIC 99.
       01  PeriodoAnterior PIC 9(6) VALUE ZEROS.
       01  PeriodoAnteriorDet REDEFINES PeriodoAnterior.
           05 PAN-Ano PIC 9(4).
           05 PAN-Mes PIC 99.
       01  TablaAnterior.
           05 ANT-Entrada OCCURS 2000 TIMES.
               10 ANT-EmpleadoId PIC 9(6).
               10 ANT-Bruto PIC 9(7)V99.
               10 ANT-Neto PIC 9(7)V99.
               10 ANT-Visto PIC X.
       77  TotalAnterior PIC 9(4) VALUE ZEROS.
       77  IdxAnterior PIC 9(4) COMP VALUE ZEROS.
       77  IdxHallado PIC 9(4) COMP VALUE ZEROS.
       77  AnteriorHalladoFlag PIC X VALUE "N".
           88 AnteriorHallado VALUE "S".
       77  NetoCalculado PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  Diferencia PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PorcVariacion PIC S9(5)V99 COMP-3 VALUE ZEROS.
       77  TotalEmpleados PIC 9(6) VALUE ZEROS.
       77  TotalNeto PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalIncidencias PIC 9(6) VALUE ZEROS.
       77  TotalVariaciones PIC 9(6) VALUE ZEROS.
       77  TotalNuevos PIC 9(6) VALUE ZEROS.
       77  TotalAusentes PIC 9(6) VALUE ZEROS.
       77  TotalNetoNulo PIC 9(6) VALUE ZEROS.
       77  Incidencia PIC X(20) VALUE SPACES.
       77  ImporteAnterior PIC 9(7)V99 VALUE ZEROS.
       77  ImporteActual PIC 9(7)V99 VALUE ZEROS.
       77  ImporteEditado PIC -(7)9,99.
       77  ImporteEditado2 PIC -(7)9,99.
       77  PorcEditado PIC -(4)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  ContadorEditado PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *( control de variaciones entre NominaMensual y PagosNomina:
      *  compara bruto y neto de cada empleado con el periodo
      *  anterior guardado en nomina_historico.dat y senala las
      *  variaciones por encima del umbral de variacion_param.dat,
      *  los empleados nuevos, los que dejan de aparecer y los
      *  netos nulos o negativos. El resultado queda anotado en
      *  nomina_visado.dat para que un usuario autorizado lo vise
      *  con VisaNomina antes de emitir las transferencias )
       Inicio.
           DISPLAY "VariacionNomina: control de variaciones de la "
               "nomina.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           ACCEPT HoraHoy FROM TIME.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoNomina.
           IF NoHayNomina
               DISPLAY "VariacionNomina: no se encontro el fichero "
                   "de nomina (DD NOMINA)."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LeeNomina.
           IF NoHayMasNomina
               DISPLAY "VariacionNomina: el fichero de nomina esta "
                   "vacio."
               CLOSE ArchivoNomina
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE NOM-Periodo TO PeriodoActual.
           MOVE PeriodoActual TO PeriodoAnterior.
           IF PAN-Mes = 1
               MOVE 12 TO PAN-Mes
               SUBTRACT 1 FROM PAN-Ano
           ELSE
               SUBTRACT 1 FROM PAN-Mes.
           OPEN I-O ArchivoHistorico.
           PERFORM CargaAnterior.
           PERFORM BorraPeriodoActual.
           OPEN OUTPUT ReporteVariacion.
           PERFORM EscribeTitulo.
           PERFORM ComparaEmpleado UNTIL NoHayMasNomina.
           CLOSE ArchivoNomina.
           PERFORM CompruebaAusente
               VARYING IdxAnterior FROM 1 BY 1
               UNTIL IdxAnterior > TotalAnterior.
           CLOSE ArchivoHistorico.
           PERFORM EscribeResumen.
           CLOSE ReporteVariacion.
           PERFORM GrabaControl.
           IF TotalIncidencias NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF VRP-PorcUmbral NUMERIC
                           AND VRP-PorcUmbral NOT = ZEROS
                           MOVE VRP-PorcUmbral TO PorcUmbral
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeNomina.
           READ ArchivoNomina
               AT END MOVE "S" TO FinNomina.

       CargaAnterior.
           MOVE "N" TO FinHistorico.
           MOVE PeriodoAnterior TO NH-Periodo.
           MOVE ZEROS TO NH-EmpleadoId.
           START ArchivoHistorico KEY IS NOT LESS THAN NH-Clave
               INVALID KEY MOVE "S" TO FinHistorico.
           PERFORM CargaUnAnterior UNTIL NoHayMasHistorico.

       CargaUnAnterior.
           READ ArchivoHistorico NEXT
               AT END MOVE "S" TO FinHistorico
               NOT AT END
                   IF NH-Periodo NOT = PeriodoAnterior
                       MOVE "S" TO FinHistorico
                   ELSE
                       IF TotalAnterior < 2000
                           ADD 1 TO TotalAnterior
                           MOVE NH-EmpleadoId
                               TO ANT-EmpleadoId(TotalAnterior)
                           MOVE NH-Bruto TO ANT-Bruto(TotalAnterior)
                           MOVE NH-Neto TO ANT-Neto(TotalAnterior)
                           MOVE "N" TO ANT-Visto(TotalAnterior)
                       END-IF
                   END-IF
           END-READ.

      *( una nomina repetida del mismo periodo sustituye a la
      *  que se controlo antes )
       BorraPeriodoActual.
           MOVE "N" TO FinHistorico.
           MOVE PeriodoActual TO NH-Periodo.
           MOVE ZEROS TO NH-EmpleadoId.
           START ArchivoHistorico KEY IS NOT LESS THAN NH-Clave
               INVALID KEY MOVE "S" TO FinHistorico.
           PERFORM BorraUnActual UNTIL NoHayMasHistorico.

       BorraUnActual.
           READ ArchivoHistorico NEXT
               AT END MOVE "S" TO FinHistorico
               NOT AT END
                   IF NH-Periodo NOT = PeriodoActual
                       MOVE "S" TO FinHistorico
                   ELSE
                       DELETE ArchivoHistorico RECORD
                   END-IF
           END-READ.

       ComparaEmpleado.
           ADD 1 TO TotalEmpleados.
           ADD NOM-Neto TO TotalNeto.
           MOVE "N" TO AnteriorHalladoFlag.
           PERFORM BuscaAnterior
               VARYING IdxAnterior FROM 1 BY 1
               UNTIL IdxAnterior > TotalAnterior OR AnteriorHallado.
           IF AnteriorHallado
               MOVE "S" TO ANT-Visto(IdxHallado)
               MOVE ANT-Bruto(IdxHallado) TO ImporteAnterior
               MOVE NOM-Bruto TO ImporteActual
               MOVE "Variacion bruto" TO Incidencia
               PERFORM CompruebaVariacion
               MOVE ANT-Neto(IdxHallado) TO ImporteAnterior
               MOVE NOM-Neto TO ImporteActual
               MOVE "Variacion neto" TO Incidencia
               PERFORM CompruebaVariacion
           ELSE
               ADD 1 TO TotalNuevos
               ADD 1 TO TotalIncidencias
               MOVE ZEROS TO ImporteAnterior
               MOVE NOM-Bruto TO ImporteActual
               MOVE ZEROS TO PorcVariacion
               MOVE "Empleado nuevo" TO Incidencia
               PERFORM EscribeIncidencia.
           PERFORM CompruebaNeto.
           PERFORM GrabaHistorico.
           PERFORM LeeNomina.

       BuscaAnterior.
           IF ANT-EmpleadoId(IdxAnterior) = NOM-EmpleadoId
               MOVE IdxAnterior TO IdxHallado
               MOVE "S" TO AnteriorHalladoFlag.

       CompruebaVariacion.
           COMPUTE Diferencia = ImporteActual - ImporteAnterior.
           IF Diferencia < ZEROS
               COMPUTE Diferencia = ZEROS - Diferencia.
           IF ImporteAnterior = ZEROS
               IF ImporteActual NOT = ZEROS
                   MOVE 999,99 TO PorcVariacion
               ELSE
                   MOVE ZEROS TO PorcVariacion
               END-IF
           ELSE
               COMPUTE PorcVariacion ROUNDED =
                   Diferencia * 100 / ImporteAnterior
                   ON SIZE ERROR MOVE 999,99 TO PorcVariacion
               END-COMPUTE.
           IF PorcVariacion > PorcUmbral
               ADD 1 TO TotalVariaciones
               ADD 1 TO TotalIncidencias
               PERFORM EscribeIncidencia.

      *( el neto del fichero no lleva signo, asi que un neto
      *  negativo se reconstruye a partir de sus componentes )
       CompruebaNeto.
           COMPUTE NetoCalculado = NOM-Bruto - NOM-Irpf
               - NOM-SegSocial + NOM-Reembolsos + NOM-Indemnizacion
               - NOM-Embargos - NOM-Prestamos.
           IF NetoCalculado NOT > ZEROS OR NOM-Neto = ZEROS
               ADD 1 TO TotalNetoNulo
               ADD 1 TO TotalIncidencias
               MOVE ZEROS TO ImporteAnterior
               MOVE NOM-Neto TO ImporteActual
               MOVE ZEROS TO PorcVariacion
               MOVE "Neto nulo/negativo" TO Incidencia
               PERFORM EscribeIncidencia.

       GrabaHistorico.
           MOVE PeriodoActual TO NH-Periodo.
           MOVE NOM-EmpleadoId TO NH-EmpleadoId.
           MOVE NOM-Bruto TO NH-Bruto.
           MOVE NOM-Neto TO NH-Neto.
           MOVE NOM-Moneda TO NH-Moneda.
           WRITE NH-Registro
               INVALID KEY REWRITE NH-Registro
           END-WRITE.

       CompruebaAusente.
           IF ANT-Visto(IdxAnterior) = "N"
               ADD 1 TO TotalAusentes
               ADD 1 TO TotalIncidencias
               MOVE ANT-EmpleadoId(IdxAnterior) TO NOM-EmpleadoId
               MOVE ANT-Neto(IdxAnterior) TO ImporteAnterior
               MOVE ZEROS TO ImporteActual
               MOVE ZEROS TO PorcVariacion
               MOVE "Ausente este mes" TO Incidencia
               PERFORM EscribeIncidencia.

       EscribeIncidencia.
           MOVE ImporteAnterior TO ImporteEditado.
           MOVE ImporteActual TO ImporteEditado2.
           MOVE PorcVariacion TO PorcEditado.
           MOVE SPACES TO LineaVariacion.
           STRING NOM-EmpleadoId " " Incidencia " "
               ImporteEditado " " ImporteEditado2 " " PorcEditado
               "%"
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.

       EscribeTitulo.
           MOVE PorcUmbral TO PorcEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Control de variaciones de la nomina " PeriodoActual
               " frente a " PeriodoAnterior " (umbral " PorcEditado
               "%)"
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE SPACES TO LineaVariacion.
           STRING "Empleado Incidencia                 Anterior"
               "       Actual  Variacion"
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE ALL "-" TO LineaVariacion.
           WRITE LineaVariacion.

       EscribeResumen.
           MOVE SPACES TO LineaVariacion.
           WRITE LineaVariacion.
           MOVE TotalEmpleados TO ContadorEditado.
           MOVE TotalNeto TO TotalEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Empleados en nomina: " ContadorEditado
               "   neto total: " TotalEditado
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           DISPLAY LineaVariacion.
           MOVE TotalVariaciones TO ContadorEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Variaciones sobre el umbral: " ContadorEditado
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE TotalNuevos TO ContadorEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Empleados nuevos:            " ContadorEditado
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE TotalAusentes TO ContadorEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Empleados ausentes:          " ContadorEditado
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE TotalNetoNulo TO ContadorEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Netos nulos o negativos:     " ContadorEditado
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           MOVE TotalIncidencias TO ContadorEditado.
           MOVE SPACES TO LineaVariacion.
           STRING "Total incidencias:           " ContadorEditado
               "  (pendiente de visado con VisaNomina)"
               DELIMITED BY SIZE INTO LineaVariacion.
           WRITE LineaVariacion.
           DISPLAY LineaVariacion.

       GrabaControl.
           OPEN EXTEND ArchivoVisado.
           IF VisadoNoExiste
               OPEN OUTPUT ArchivoVisado
               CLOSE ArchivoVisado
               OPEN EXTEND ArchivoVisado
           END-IF.
           MOVE PeriodoActual TO VN-Periodo.
           MOVE "C" TO VN-Tipo.
           MOVE FechaHoy TO VN-Fecha.
           MOVE HoraHoy TO VN-Hora.
           MOVE TotalEmpleados TO VN-Empleados.
           MOVE TotalNeto TO VN-TotalNeto.
           MOVE TotalIncidencias TO VN-Incidencias.
           MOVE SPACES TO VN-Operador.
           WRITE VN-Registro.
           CLOSE ArchivoVisado.
       END PROGRAM VariacionNomina.
