       IDENTIFICATION DIVISION.
       PROGRAM-ID. PropuestaRevision.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoRevision
               ASSIGN TO "revision_salarial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRevision.
           SELECT OPTIONAL ArchivoParrilla
               ASSIGN TO "revision_parrilla.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParrilla.
           SELECT OPTIONAL ArchivoPresupuesto
               ASSIGN TO "revision_presupuesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPresupuesto.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "revision_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteRevision ASSIGN TO "revision_propuesta.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoRevision.
       COPY "REVSAL.cpy".
       FD  ArchivoParrilla.
       01  RPA-Registro.
           05 RPA-Departamento PIC X(4).
           05 RPA-Porcentaje PIC 9(3)V99.
       FD  ArchivoPresupuesto.
       01  RPR-Registro.
           05 RPR-Departamento PIC X(4).
           05 RPR-Importe PIC 9(9)V99.
       FD  ArchivoParametros.
       01  RVP-Registro.
           05 RVP-FechaEfectiva PIC 9(8).
           05 RVP-PorcDefecto PIC 9(3)V99.
       FD  ReporteRevision.
       01  LineaRevision PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoRevision PIC XX VALUE "00".
           88 NoHayRevision VALUE "05".
       01  EstadoParrilla PIC XX VALUE "00".
           88 NoHayParrilla VALUE "05".
       01  EstadoPresupuesto PIC XX VALUE "00".
           88 NoHayPresupuesto VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaEfectiva PIC 9(8) VALUE ZEROS.
       77  AnioSiguiente PIC 9(4) VALUE ZEROS.
       77  PorcDefecto PIC 9(3)V99 VALUE ZEROS.
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  FinEmpleados PIC X VALUE "N".
           88 NoHayMasEmpleados VALUE "S".
       77  FinRevision PIC X VALUE "N".
           88 NoHayMasRevision VALUE "S".
       77  FinParrilla PIC X VALUE "N".
           88 NoHayMasParrilla VALUE "S".
       77  FinPresupuesto PIC X VALUE "N".
           88 NoHayMasPresupuesto VALUE "S".
       77  TotalDecididas PIC 9(6) VALUE ZEROS.
       77  TotalPropuestas PIC 9(6) VALUE ZEROS.
       77  TotalSinParrilla PIC 9(6) VALUE ZEROS.
       77  TotalParrilla PIC 99 VALUE ZEROS.
       77  IdxParrilla PIC 99 VALUE ZEROS.
       77  ParrillaHalladaFlag PIC X VALUE "N".
           88 ParrillaHallada VALUE "S".
       77  TotalDeptos PIC 99 VALUE ZEROS.
       77  IdxDepto PIC 99 VALUE ZEROS.
       77  IdxDeptoHallado PIC 99 VALUE ZEROS.
       77  DeptoHalladoFlag PIC X VALUE "N".
           88 DeptoHallado VALUE "S".
       77  DeptoBuscado PIC X(4) VALUE SPACES.
       77  TotalExcedidos PIC 99 VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  ImporteEditado PIC -(9)9,99.
       77  PresupuestoEditado PIC -(9)9,99.
       77  DiferenciaEditada PIC -(9)9,99.
       77  PorcentajeEditado PIC ZZ9,99.
       77  SalarioEditado PIC Z(6)9,99.
       77  PropuestoEditado PIC Z(6)9,99.
       01  TablaParrilla.
           05 TPA-Entrada OCCURS 50 TIMES.
               10 TPA-Departamento PIC X(4).
               10 TPA-Porcentaje PIC 9(3)V99.
       01  TablaDeptos.
           05 TDE-Entrada OCCURS 50 TIMES.
               10 TDE-Departamento PIC X(4).
               10 TDE-Presupuesto PIC 9(9)V99.
               10 TDE-Incremento PIC S9(9)V99 COMP-3.
               10 TDE-Empleados PIC 9(5).

       PROCEDURE DIVISION.
      *( propuesta de la campana anual de revision salarial: para
      *  cada empleado activo calcula el nuevo salario base con el
      *  porcentaje de su departamento en revision_parrilla.dat
      *  (o el porcentaje por defecto de revision_param.dat) y lo
      *  deja en revision_salarial.dat pendiente de que su
      *  responsable lo ajuste y apruebe. El informe compara por
      *  departamento el incremento propuesto con el presupuesto
      *  de revision_presupuesto.dat. Si la campana ya tiene
      *  propuestas decididas no se vuelve a proponer )
       Inicio.
           DISPLAY "PropuestaRevision: propuesta de la revision "
               "salarial anual.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           CALL "ValidaFecha" USING FechaEfectiva FechaValida.
           IF NOT EsFechaValida
               DISPLAY "PropuestaRevision: fecha efectiva no "
                   "valida: " FechaEfectiva
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CuentaDecididas.
           IF TotalDecididas NOT = ZEROS
               DISPLAY "PropuestaRevision: la campana en curso ya "
                   "tiene " TotalDecididas " propuestas decididas; "
                   "no se regenera."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "PropuestaRevision: no se encontro "
                   "empleados.dat"
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CargaParrilla.
           PERFORM CargaPresupuesto.
           OPEN OUTPUT ArchivoRevision.
           OPEN OUTPUT ReporteRevision.
           PERFORM EscribeTitulo.
           PERFORM LeeEmpleado.
           PERFORM ProponeEmpleado UNTIL NoHayMasEmpleados.
           CLOSE ArchivoEmpleados.
           CLOSE ArchivoRevision.
           PERFORM EscribeResumen.
           CLOSE ReporteRevision.
           IF TotalSinParrilla NOT = ZEROS
               OR TotalExcedidos NOT = ZEROS
               MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

      *( sin parametros la campana tiene efecto el 1 de enero del
      *  ano siguiente y el porcentaje por defecto es cero )
       CargaParametros.
           COMPUTE AnioSiguiente = FechaHoy / 10000 + 1.
           MOVE AnioSiguiente TO FechaEfectiva(1:4).
           MOVE "0101" TO FechaEfectiva(5:4).
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF RVP-FechaEfectiva NOT = ZEROS
                           MOVE RVP-FechaEfectiva TO FechaEfectiva
                       END-IF
                       MOVE RVP-PorcDefecto TO PorcDefecto
               END-READ.
           CLOSE ArchivoParametros.

       CuentaDecididas.
           MOVE "N" TO FinRevision.
           OPEN INPUT ArchivoRevision.
           IF NoHayRevision
               MOVE "S" TO FinRevision.
           PERFORM LeeRevision UNTIL NoHayMasRevision.
           CLOSE ArchivoRevision.

       LeeRevision.
           READ ArchivoRevision
               AT END MOVE "S" TO FinRevision
               NOT AT END
                   IF NOT RS-PROPUESTA
                       ADD 1 TO TotalDecididas
                   END-IF
           END-READ.

       CargaParrilla.
           MOVE "N" TO FinParrilla.
           OPEN INPUT ArchivoParrilla.
           IF NoHayParrilla
               MOVE "S" TO FinParrilla.
           PERFORM CargaUnaParrilla UNTIL NoHayMasParrilla.
           CLOSE ArchivoParrilla.

       CargaUnaParrilla.
           READ ArchivoParrilla
               AT END MOVE "S" TO FinParrilla
               NOT AT END
                   IF TotalParrilla < 50
                       ADD 1 TO TotalParrilla
                       MOVE RPA-Departamento
                           TO TPA-Departamento(TotalParrilla)
                       MOVE RPA-Porcentaje
                           TO TPA-Porcentaje(TotalParrilla)
                   END-IF
           END-READ.

       CargaPresupuesto.
           MOVE "N" TO FinPresupuesto.
           OPEN INPUT ArchivoPresupuesto.
           IF NoHayPresupuesto
               MOVE "S" TO FinPresupuesto.
           PERFORM CargaUnPresupuesto UNTIL NoHayMasPresupuesto.
           CLOSE ArchivoPresupuesto.

       CargaUnPresupuesto.
           READ ArchivoPresupuesto
               AT END MOVE "S" TO FinPresupuesto
               NOT AT END
                   MOVE RPR-Departamento TO DeptoBuscado
                   PERFORM BuscaDepto
                   IF DeptoHallado
                       MOVE RPR-Importe
                           TO TDE-Presupuesto(IdxDeptoHallado)
                   END-IF
           END-READ.

      *( localiza el departamento en la tabla de totales y lo
      *  anade si todavia no estaba )
       BuscaDepto.
           MOVE "N" TO DeptoHalladoFlag.
           MOVE ZEROS TO IdxDeptoHallado.
           PERFORM CompruebaDepto
               VARYING IdxDepto FROM 1 BY 1
               UNTIL IdxDepto > TotalDeptos OR DeptoHallado.
           IF NOT DeptoHallado AND TotalDeptos < 50
               ADD 1 TO TotalDeptos
               MOVE TotalDeptos TO IdxDeptoHallado
               MOVE DeptoBuscado TO TDE-Departamento(TotalDeptos)
               MOVE ZEROS TO TDE-Presupuesto(TotalDeptos)
               MOVE ZEROS TO TDE-Incremento(TotalDeptos)
               MOVE ZEROS TO TDE-Empleados(TotalDeptos)
               MOVE "S" TO DeptoHalladoFlag.

       CompruebaDepto.
           IF TDE-Departamento(IdxDepto) = DeptoBuscado
               MOVE "S" TO DeptoHalladoFlag
               MOVE IdxDepto TO IdxDeptoHallado.

       LeeEmpleado.
           READ ArchivoEmpleados NEXT
               AT END MOVE "S" TO FinEmpleados.

       ProponeEmpleado.
           IF EMP-ACTIVO
               PERFORM BuscaParrilla
               MOVE EMP-EMPLEADO-ID TO RS-EmpleadoId
               MOVE EMP-DEPARTAMENTO TO RS-Departamento
               MOVE EMP-RESPONSABLE-ID TO RS-Responsable
               MOVE EMP-MONEDA TO RS-Moneda
               MOVE EMP-SALARIO-BASE TO RS-SalarioActual
               COMPUTE RS-SalarioPropuesto ROUNDED =
                   EMP-SALARIO-BASE +
                   EMP-SALARIO-BASE * RS-Porcentaje / 100
               MOVE FechaEfectiva TO RS-FechaEfectiva
               MOVE "P" TO RS-Estado
               MOVE ZEROS TO RS-Aprobador
               MOVE ZEROS TO RS-FechaDecision
               WRITE RS-Registro
               ADD 1 TO TotalPropuestas
               PERFORM AcumulaDepto
               PERFORM EscribeDetalle.
           PERFORM LeeEmpleado.

       BuscaParrilla.
           MOVE "N" TO ParrillaHalladaFlag.
           MOVE PorcDefecto TO RS-Porcentaje.
           PERFORM CompruebaParrilla
               VARYING IdxParrilla FROM 1 BY 1
               UNTIL IdxParrilla > TotalParrilla OR ParrillaHallada.
           IF NOT ParrillaHallada
               ADD 1 TO TotalSinParrilla.

       CompruebaParrilla.
           IF TPA-Departamento(IdxParrilla) = EMP-DEPARTAMENTO
               MOVE TPA-Porcentaje(IdxParrilla) TO RS-Porcentaje
               MOVE "S" TO ParrillaHalladaFlag.

       AcumulaDepto.
           MOVE RS-Departamento TO DeptoBuscado.
           PERFORM BuscaDepto.
           IF DeptoHallado
               ADD 1 TO TDE-Empleados(IdxDeptoHallado)
               COMPUTE TDE-Incremento(IdxDeptoHallado) =
                   TDE-Incremento(IdxDeptoHallado) +
                   RS-SalarioPropuesto - RS-SalarioActual.

       EscribeTitulo.
           MOVE SPACES TO LineaRevision.
           STRING "Propuesta de revision salarial con efecto "
               FechaEfectiva
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           MOVE ALL "-" TO LineaRevision.
           WRITE LineaRevision.
           MOVE "Empleado Depto Resp.         Actual    %   Propuesto"
               TO LineaRevision.
           WRITE LineaRevision.

       EscribeDetalle.
           MOVE RS-SalarioActual TO SalarioEditado.
           MOVE RS-Porcentaje TO PorcentajeEditado.
           MOVE RS-SalarioPropuesto TO PropuestoEditado.
           MOVE SPACES TO LineaRevision.
           STRING RS-EmpleadoId "   " RS-Departamento " "
               RS-Responsable " " SalarioEditado " "
               PorcentajeEditado " " PropuestoEditado " "
               RS-Moneda
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

      *( incremento propuesto por departamento frente a su
      *  presupuesto; el departamento sin presupuesto cuenta como
      *  presupuesto cero )
       EscribeResumen.
           MOVE SPACES TO LineaRevision.
           WRITE LineaRevision.
           MOVE "Depto Empleados   Incremento  Presupuesto   Diferencia"
               TO LineaRevision.
           WRITE LineaRevision.
           PERFORM EscribeUnDepto
               VARYING IdxDepto FROM 1 BY 1
               UNTIL IdxDepto > TotalDeptos.
           MOVE SPACES TO LineaRevision.
           WRITE LineaRevision.
           MOVE SPACES TO LineaRevision.
           STRING "Propuestas: " TotalPropuestas
               "  Sin parrilla: " TotalSinParrilla
               "  Deptos sobre presupuesto: " TotalExcedidos
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.

       EscribeUnDepto.
           IF TDE-Empleados(IdxDepto) NOT = ZEROS
               MOVE TDE-Incremento(IdxDepto) TO ImporteEditado
               MOVE TDE-Presupuesto(IdxDepto) TO PresupuestoEditado
               COMPUTE DiferenciaEditada =
                   TDE-Presupuesto(IdxDepto) -
                   TDE-Incremento(IdxDepto)
               MOVE SPACES TO LineaRevision
               STRING TDE-Departamento(IdxDepto) "  "
                   TDE-Empleados(IdxDepto) " " ImporteEditado " "
                   PresupuestoEditado " " DiferenciaEditada
                   DELIMITED BY SIZE INTO LineaRevision
               IF TDE-Incremento(IdxDepto) >
                   TDE-Presupuesto(IdxDepto)
                   MOVE "EXCEDE" TO LineaRevision(82:6)
                   ADD 1 TO TotalExcedidos
               END-IF
               WRITE LineaRevision.

       END PROGRAM PropuestaRevision.
