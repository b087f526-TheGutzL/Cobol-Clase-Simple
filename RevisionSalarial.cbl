       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevisionSalarial.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoRevision
               ASSIGN TO "revision_salarial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRevision.
           SELECT OPTIONAL ArchivoPresupuesto
               ASSIGN TO "revision_presupuesto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPresupuesto.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT ReporteRevision ASSIGN TO "revision_decisiones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoRevision.
       COPY "REVSAL.cpy".
       FD  ArchivoPresupuesto.
       01  RPR-Registro.
           05 RPR-Departamento PIC X(4).
           05 RPR-Importe PIC 9(9)V99.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ReporteRevision.
       01  LineaRevision PIC X(90).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoRevision PIC XX VALUE "00".
           88 NoHayRevision VALUE "05".
       01  EstadoPresupuesto PIC XX VALUE "00".
           88 NoHayPresupuesto VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
           88 EsSupervisor VALUE "S".
       77  ProgramaLlamante PIC X(15) VALUE "RevisionSalar".
       77  Responsable PIC 9(6) VALUE ZEROS.
       77  NombreResponsable PIC X(45) VALUE SPACES.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FinRevision PIC X VALUE "N".
           88 NoHayMasRevision VALUE "S".
       77  FinPresupuesto PIC X VALUE "N".
           88 NoHayMasPresupuesto VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  Decision PIC X VALUE SPACE.
       77  NuevoPorcentaje PIC 9(3)V99 VALUE ZEROS.
       77  NuevoSalario PIC 9(7)V99 VALUE ZEROS.
       77  Incremento PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalPropuestas PIC 9(5) VALUE ZEROS.
       77  IdxPropuesta PIC 9(5) COMP VALUE ZEROS.
       77  TotalDeptos PIC 99 VALUE ZEROS.
       77  IdxDepto PIC 99 VALUE ZEROS.
       77  IdxDeptoHallado PIC 99 VALUE ZEROS.
       77  DeptoHalladoFlag PIC X VALUE "N".
           88 DeptoHallado VALUE "S".
       77  DeptoBuscado PIC X(4) VALUE SPACES.
       77  TotalAprobadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalExcedidas PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  MotivoDecision PIC X(30) VALUE SPACES.
       77  SalarioEditado PIC Z(6)9,99.
       77  PropuestoEditado PIC Z(6)9,99.
       77  PorcentajeEditado PIC ZZ9,99.
       77  DisponibleEditado PIC -(9)9,99.
       01  TablaPropuestas.
           05 TRS-Registro OCCURS 5000 TIMES PIC X(65).
       01  TablaDeptos.
           05 TDE-Entrada OCCURS 50 TIMES.
               10 TDE-Departamento PIC X(4).
               10 TDE-Presupuesto PIC 9(9)V99.
               10 TDE-Aprobado PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
      *( revision salarial por el responsable jerarquico: solo se
      *  le presentan las propuestas pendientes de los empleados
      *  que hoy dependen de el (EMP-RESPONSABLE-ID). Puede
      *  aceptar la propuesta, cambiar el porcentaje, rechazarla
      *  (el salario no cambia) o dejarla pendiente. Una
      *  aprobacion que hace superar al departamento su
      *  presupuesto de incremento (revision_presupuesto.dat,
      *  sumando lo ya aprobado por todos los responsables) no se
      *  admite y la propuesta sigue pendiente )
       Inicio.
           DISPLAY "RevisionSalarial: revision salarial del "
               "equipo.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "R" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "RevisionSalarial: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Numero de empleado del responsable: ".
           ACCEPT Responsable.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "RevisionSalarial: no se encontro "
                   "empleados.dat"
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE Responsable TO EMP-EMPLEADO-ID.
           PERFORM LeeEmpleado.
           IF NOT EmpleadoHallado OR NOT EMP-ACTIVO
               DISPLAY "RevisionSalarial: el responsable "
                   Responsable " no es un empleado activo."
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO NombreResponsable.
           STRING EMP-NOMBRE DELIMITED BY "  "
               " " EMP-APELLIDO1 DELIMITED BY "  "
               INTO NombreResponsable.
           PERFORM CargaPresupuesto.
           PERFORM CargaPropuestas.
           IF TotalPropuestas = ZEROS
               DISPLAY "RevisionSalarial: no hay campana de revision "
                   "en revision_salarial.dat."
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ReporteRevision.
           PERFORM EscribeTitulo.
           PERFORM RevisaPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           PERFORM EscribeResumen.
           CLOSE ArchivoEmpleados.
           CLOSE ReporteRevision.
           PERFORM ReescribePropuestas.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           IF TotalExcedidas NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeEmpleado.
           MOVE "N" TO EmpleadoHalladoFlag.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
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

      *( las propuestas ya aprobadas o generadas consumen
      *  presupuesto de su departamento, las decida quien las
      *  decida )
       CargaPropuestas.
           MOVE "N" TO FinRevision.
           OPEN INPUT ArchivoRevision.
           IF NoHayRevision
               MOVE "S" TO FinRevision.
           PERFORM CargaUnaPropuesta UNTIL NoHayMasRevision.
           CLOSE ArchivoRevision.

       CargaUnaPropuesta.
           READ ArchivoRevision
               AT END MOVE "S" TO FinRevision
               NOT AT END
                   IF TotalPropuestas < 5000
                       ADD 1 TO TotalPropuestas
                       MOVE RS-Registro
                           TO TRS-Registro(TotalPropuestas)
                       IF RS-APROBADA OR RS-GENERADA
                           MOVE RS-Departamento TO DeptoBuscado
                           PERFORM BuscaDepto
                           IF DeptoHallado
                               COMPUTE TDE-Aprobado(IdxDeptoHallado)
                                   = TDE-Aprobado(IdxDeptoHallado)
                                   + RS-SalarioPropuesto
                                   - RS-SalarioActual
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "RevisionSalarial: tabla de "
                           "propuestas llena, se omite el empleado "
                           RS-EmpleadoId
                   END-IF
           END-READ.

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
               MOVE ZEROS TO TDE-Aprobado(TotalDeptos)
               MOVE "S" TO DeptoHalladoFlag.

       CompruebaDepto.
           IF TDE-Departamento(IdxDepto) = DeptoBuscado
               MOVE "S" TO DeptoHalladoFlag
               MOVE IdxDepto TO IdxDeptoHallado.

       RevisaPropuesta.
           MOVE TRS-Registro(IdxPropuesta) TO RS-Registro.
           IF RS-PROPUESTA
               MOVE RS-EmpleadoId TO EMP-EMPLEADO-ID
               PERFORM LeeEmpleado
               IF EmpleadoHallado
                   AND EMP-RESPONSABLE-ID = Responsable
                   PERFORM PideDecision
                   MOVE RS-Registro TO TRS-Registro(IdxPropuesta).

       PideDecision.
           MOVE RS-SalarioActual TO SalarioEditado.
           MOVE RS-Porcentaje TO PorcentajeEditado.
           MOVE RS-SalarioPropuesto TO PropuestoEditado.
           DISPLAY "Empleado " RS-EmpleadoId " " EMP-NOMBRE " "
               EMP-APELLIDO1 " depto " RS-Departamento.
           DISPLAY "  salario " SalarioEditado " + "
               PorcentajeEditado "% = " PropuestoEditado " "
               RS-Moneda " con efecto " RS-FechaEfectiva.
           DISPLAY "Decision (A aceptar / M cambiar porcentaje / "
               "R rechazar / S saltar): ".
           ACCEPT Decision.
           MOVE SPACES TO MotivoDecision.
           EVALUATE Decision
               WHEN "A"
                   MOVE RS-Porcentaje TO NuevoPorcentaje
                   PERFORM ApruebaPropuesta
               WHEN "M"
                   DISPLAY "Nuevo porcentaje de incremento: "
                   ACCEPT NuevoPorcentaje
                   PERFORM ApruebaPropuesta
               WHEN "R"
                   MOVE "R" TO RS-Estado
                   MOVE "rechazada, sin incremento"
                       TO MotivoDecision
                   ADD 1 TO TotalRechazadas
               WHEN OTHER
                   ADD 1 TO TotalOmitidas
           END-EVALUATE.
           IF NOT RS-PROPUESTA
               MOVE Responsable TO RS-Aprobador
               MOVE FechaHoy TO RS-FechaDecision
               PERFORM EscribeDecision
               PERFORM EscribeAuditoria.

      *( el incremento aprobado se suma a lo ya aprobado en el
      *  departamento y no puede pasar de su presupuesto )
       ApruebaPropuesta.
           COMPUTE NuevoSalario ROUNDED =
               RS-SalarioActual +
               RS-SalarioActual * NuevoPorcentaje / 100.
           COMPUTE Incremento = NuevoSalario - RS-SalarioActual.
           MOVE RS-Departamento TO DeptoBuscado.
           PERFORM BuscaDepto.
           IF TDE-Aprobado(IdxDeptoHallado) + Incremento >
               TDE-Presupuesto(IdxDeptoHallado)
               COMPUTE DisponibleEditado =
                   TDE-Presupuesto(IdxDeptoHallado) -
                   TDE-Aprobado(IdxDeptoHallado)
               DISPLAY "  No admitida: supera el presupuesto del "
                   "departamento, disponible " DisponibleEditado
               ADD 1 TO TotalExcedidas
               PERFORM EscribeExcedida
           ELSE
               MOVE NuevoPorcentaje TO RS-Porcentaje
               MOVE NuevoSalario TO RS-SalarioPropuesto
               ADD Incremento TO TDE-Aprobado(IdxDeptoHallado)
               MOVE "A" TO RS-Estado
               MOVE "aprobada" TO MotivoDecision
               ADD 1 TO TotalAprobadas.

       ReescribePropuestas.
           OPEN OUTPUT ArchivoRevision.
           PERFORM EscribeUnaPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           CLOSE ArchivoRevision.

       EscribeUnaPropuesta.
           MOVE TRS-Registro(IdxPropuesta) TO RS-Registro.
           WRITE RS-Registro.

       EscribeDecision.
           MOVE RS-SalarioActual TO SalarioEditado.
           MOVE RS-Porcentaje TO PorcentajeEditado.
           MOVE RS-SalarioPropuesto TO PropuestoEditado.
           MOVE SPACES TO LineaRevision.
           STRING RS-EmpleadoId " " EMP-APELLIDO1(1:20) " "
               SalarioEditado " " PorcentajeEditado " "
               PropuestoEditado " " MotivoDecision
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

       EscribeExcedida.
           MOVE SPACES TO LineaRevision.
           STRING RS-EmpleadoId " " EMP-APELLIDO1(1:20)
               " NO ADMITIDA, supera el presupuesto de "
               RS-Departamento
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

       EscribeTitulo.
           MOVE SPACES TO LineaRevision.
           STRING "Revision salarial decidida por " Responsable " "
               NombreResponsable " el " FechaHoy
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           MOVE ALL "-" TO LineaRevision.
           WRITE LineaRevision.

       EscribeResumen.
           MOVE SPACES TO LineaRevision.
           WRITE LineaRevision.
           MOVE SPACES TO LineaRevision.
           STRING "Aprobadas: " TotalAprobadas
               "  rechazadas: " TotalRechazadas
               "  sobre presupuesto: " TotalExcedidas
               "  pendientes: " TotalOmitidas
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.

       EscribeAuditoria.
           MOVE "RevisionSalar" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "REVSAL-" RS-Estado "-" RS-EmpleadoId
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE RS-SalarioActual TO AUDIT-NUMERO1.
           MOVE RS-SalarioPropuesto TO AUDIT-NUMERO2.
           MOVE ZEROS TO AUDIT-RESULTADO.
           CALL "SiguienteSecuencia" USING SecuenciaAuditoria.
           MOVE SecuenciaAuditoria TO AUDIT-SECUENCIA.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           OPEN EXTEND AuditLog.
           IF AuditLogNoExiste
               OPEN OUTPUT AuditLog
               CLOSE AuditLog
               OPEN EXTEND AuditLog
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AuditLog.

       END PROGRAM RevisionSalarial.
