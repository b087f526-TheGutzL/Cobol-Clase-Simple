               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportePagos ASSIGN TO "pagos_nomina.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivoVisado
               ASSIGN TO "nomina_visado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVisado.
           SELECT ArchivoEmitidas
               ASSIGN TO "transferencias_emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmitidas.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoNomina.
           05 PBT-Total PIC 9(11)V99.
       FD  ReportePagos.
       01  LineaPago PIC X(80).
       FD  ArchivoVisado.
       COPY "NOMVISA.cpy".
       FD  ArchivoEmitidas.
       COPY "TRANSEMI.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoNomina PIC XX VALUE "00".
           88 NoHayNomina VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 EmpleadosOk VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoEmitidas PIC XX VALUE "00".
           88 EmitidasNoExiste VALUE "35".
       01  EstadoVisado PIC XX VALUE "00".
           88 NoHayVisado VALUE "05".
       77  FinVisado PIC X VALUE "N".
           88 NoHayMasVisado VALUE "S".
       77  ControlHalladoFlag PIC X VALUE "N".
           88 ControlHallado VALUE "S".
       77  VisadoFlag PIC X VALUE "N".
           88 ControlVisado VALUE "S".
       77  ControlEmpleados PIC 9(6) VALUE ZEROS.
       77  ControlNeto PIC 9(11)V99 VALUE ZEROS.
       77  TotalNominas PIC 9(6) VALUE ZEROS.
       77  TotalNetoNomina PIC 9(11)V99 VALUE ZEROS.
       77  PeriodoBaja PIC 9(6) VALUE ZEROS.
       77  FinNomina PIC X VALUE "N".
           88 NoHayMasNomina VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
       77  IdxPago PIC 9(4) COMP VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "PagosNomina".
       01  EntradaTemporal.
           05 TMP-Departamento PIC X(4).
           05 TMP-EmpleadoId PIC 9(6).
       Inicio.
           DISPLAY "PagosNomina: generacion del fichero de "
               "transferencias al banco.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "B" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "PagosNomina: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoNomina.
           IF NoHayNomina
                   PERFORM ExaminaNomina UNTIL NoHayMasNomina
                   CLOSE ArchivoNomina
                   CLOSE ArchivoEmpleados
                   PERFORM CompruebaVisado
                   IF ControlVisado
                       PERFORM OrdenaPagos
                       PERFORM EscribeFicheroBanco
                       PERFORM EscribeResumen
                       IF TotalRechazados NOT = ZEROS
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   CLOSE ReportePagos.
           STOP RUN.

       LeeNomina.
           READ ArchivoNomina
               AT END MOVE "S" TO FinNomina.

      *( el empleado dado de baja dentro del periodo de la nomina
      *  cobra todavia su ultima nomina con el finiquito )
       ExaminaNomina.
           MOVE NOM-Periodo TO PeriodoNomina.
           ADD 1 TO TotalNominas.
           ADD NOM-Neto TO TotalNetoNomina.
           PERFORM BuscaEmpleado.
           MOVE ZEROS TO PeriodoBaja.
           IF EmpleadoHallado AND EMP-BAJA
               COMPUTE PeriodoBaja = EMP-FECHA-BAJA / 100.
           EVALUATE TRUE
               WHEN NOT EmpleadoHallado
                   PERFORM RechazaPago
               WHEN EMP-BAJA AND PeriodoBaja = NOM-Periodo
                   PERFORM CargaPago
               WHEN NOT EMP-ACTIVO
                   PERFORM RechazaPago
               WHEN TotalCargados = 1000
           WRITE LineaPago.
           DISPLAY LineaPago.

      *( las transferencias solo salen si el ultimo control de
      *  variaciones del periodo esta visado y sus cifras cuadran
      *  con el fichero NOMINA que se va a pagar: una nomina
      *  recalculada despues del visado necesita control y visado
      *  nuevos )
       CompruebaVisado.
           MOVE "N" TO FinVisado.
           OPEN INPUT ArchivoVisado.
           IF NoHayVisado
               MOVE "S" TO FinVisado.
           PERFORM LeeVisado UNTIL NoHayMasVisado.
           CLOSE ArchivoVisado.
           IF ControlVisado
               IF ControlEmpleados NOT = TotalNominas
                   OR ControlNeto NOT = TotalNetoNomina
                   MOVE "N" TO VisadoFlag
                   MOVE SPACES TO LineaPago
                   STRING "Transferencias no emitidas: la nomina "
                       PeriodoNomina " no cuadra con su control "
                       "de variaciones"
                       DELIMITED BY SIZE INTO LineaPago
                   WRITE LineaPago
                   DISPLAY LineaPago
               END-IF
           ELSE
               MOVE SPACES TO LineaPago
               IF ControlHallado
                   STRING "Transferencias no emitidas: el control de "
                       "variaciones de " PeriodoNomina
                       " no esta visado"
                       DELIMITED BY SIZE INTO LineaPago
               ELSE
                   STRING "Transferencias no emitidas: la nomina "
                       PeriodoNomina " no tiene control de variaciones"
                       DELIMITED BY SIZE INTO LineaPago
               END-IF
               WRITE LineaPago
               DISPLAY LineaPago.

       LeeVisado.
           READ ArchivoVisado
               AT END MOVE "S" TO FinVisado
               NOT AT END
                   IF VN-Periodo = PeriodoNomina
                       IF VN-CONTROL
                           MOVE "S" TO ControlHalladoFlag
                           MOVE "N" TO VisadoFlag
                           MOVE VN-Empleados TO ControlEmpleados
                           MOVE VN-TotalNeto TO ControlNeto
                       ELSE
                           IF VN-VISADO AND ControlHallado
                               MOVE "S" TO VisadoFlag
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       OrdenaPagos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1

       EscribeFicheroBanco.
           OPEN OUTPUT ArchivoPagos.
           PERFORM AbreEmitidas.
           MOVE SPACES TO PB-RegistroCabecera.
           MOVE "H" TO PB-Tipo.
           MOVE FechaHoy TO PBH-FechaCreacion.
           MOVE TotalImporte TO PBT-Total.
           WRITE PB-RegistroCola.
           CLOSE ArchivoPagos.
           CLOSE ArchivoEmitidas.

      *( cada abono queda tambien en el registro de transferencias
      *  emitidas para casarlo con el cargo del extracto bancario )
       AbreEmitidas.
           OPEN EXTEND ArchivoEmitidas.
           IF EmitidasNoExiste
               OPEN OUTPUT ArchivoEmitidas
               CLOSE ArchivoEmitidas
               OPEN EXTEND ArchivoEmitidas
           END-IF.

       EscribeUnPago.
           ADD 1 TO TotalPagos.
           MOVE PAG-Importe(IdxPago) TO PB-Importe.
           MOVE PAG-Moneda(IdxPago) TO PB-Moneda.
           WRITE PB-Registro.
           MOVE FechaHoy TO TE-Fecha.
           MOVE "N" TO TE-Origen.
           MOVE PAG-EmpleadoId(IdxPago) TO TE-Referencia.
           MOVE PAG-Importe(IdxPago) TO TE-Importe.
           WRITE TE-Registro.
           MOVE PAG-Importe(IdxPago) TO ImporteEditado.
           MOVE SPACES TO LineaPago.
           STRING PAG-Departamento(IdxPago) " "
