       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoAsignaciones.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoAsignaciones
               ASSIGN TO "asignaciones_docentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Clave
               FILE STATUS IS EstadoAsignaciones.
           SELECT OPTIONAL ArchivoTransAsignaciones
               ASSIGN TO "trans_asignaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransAsignaciones.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT ReporteAsignaciones
               ASSIGN TO "asignaciones_cambios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoAsignaciones.
       COPY "ASIGDOC.cpy".
       FD  ArchivoTransAsignaciones.
       01  TAD-Registro.
           05 TAD-Tipo PIC X.
           05 TAD-Grupo PIC X(5).
           05 TAD-Asignatura PIC X(6).
           05 TAD-EmpleadoId PIC 9(6).
           05 TAD-HorasSemana PIC 99.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ReporteAsignaciones.
       01  LineaAsignacion PIC X(80).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAsignaciones PIC XX VALUE "00".
       01  EstadoTransAsignaciones PIC XX VALUE "00".
           88 NoHayTransAsignaciones VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "MantenimAsignac".
       77  FinTransAsignaciones PIC X VALUE "N".
           88 NoHayMasTransAsignaciones VALUE "S".
       77  TransValidaFlag PIC X VALUE "N".
           88 TransValida VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  EmpleadoAnterior PIC 9(6) VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
      *( altas (A), cambios de profesor u horas (C) y bajas (D)
      *  de la asignacion docente por grupo y asignatura a partir
      *  de trans_asignaciones.dat; el profesor tiene que existir
      *  en el maestro de empleados y estar activo, y las horas
      *  semanales van de 1 a 40. Cada cambio aplicado queda en
      *  el registro de auditoria con el profesor anterior y el
      *  nuevo )
       Inicio.
           DISPLAY "MantenimientoAsignaciones: asignacion de "
               "profesores a grupos y asignaturas.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "L" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoAsignaciones: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoTransAsignaciones.
           IF NoHayTransAsignaciones
               DISPLAY "MantenimientoAsignaciones: no se encontro "
                   "trans_asignaciones.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN INPUT ArchivoEmpleados
               OPEN I-O ArchivoAsignaciones
               OPEN OUTPUT ReporteAsignaciones
               PERFORM LeeTransAsignacion
               PERFORM AplicaTransAsignacion
                   UNTIL NoHayMasTransAsignaciones
               CLOSE ArchivoAsignaciones
               CLOSE ArchivoEmpleados
               CLOSE ReporteAsignaciones
               CLOSE ArchivoTransAsignaciones
               DISPLAY "MantenimientoAsignaciones: aplicadas "
                   TotalAplicadas " rechazadas " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       LeeTransAsignacion.
           READ ArchivoTransAsignaciones
               AT END MOVE "S" TO FinTransAsignaciones.

       AplicaTransAsignacion.
           EVALUATE TAD-Tipo
               WHEN "A" PERFORM AltaAsignacion
               WHEN "C" PERFORM CambioAsignacion
               WHEN "D" PERFORM BajaAsignacion
               WHEN OTHER
                   DISPLAY "Tipo de transaccion no valido: "
                       TAD-Tipo
                   ADD 1 TO TotalRechazadas
           END-EVALUATE.
           PERFORM LeeTransAsignacion.

       ValidaTransaccion.
           MOVE "S" TO TransValidaFlag.
           IF TAD-Grupo = SPACES OR TAD-Asignatura = SPACES
               DISPLAY "Rechazada, grupo o asignatura en blanco: "
                   TAD-Grupo " " TAD-Asignatura
               MOVE "N" TO TransValidaFlag.
           IF TransValida
               MOVE TAD-EmpleadoId TO EMP-EMPLEADO-ID
               READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
                   INVALID KEY
                       DISPLAY "Rechazada, no existe el empleado: "
                           TAD-EmpleadoId
                       MOVE "N" TO TransValidaFlag
                   NOT INVALID KEY
                       IF NOT EMP-ACTIVO
                           DISPLAY "Rechazada, el empleado no esta "
                               "activo: " TAD-EmpleadoId " "
                               EMP-ESTADO
                           MOVE "N" TO TransValidaFlag
                       END-IF
               END-READ.
           IF TransValida
               IF TAD-HorasSemana NOT NUMERIC
                   OR TAD-HorasSemana = ZEROS
                   OR TAD-HorasSemana > 40
                   DISPLAY "Rechazada, horas semanales no validas: "
                       TAD-Grupo " " TAD-Asignatura
                   MOVE "N" TO TransValidaFlag.
           IF NOT TransValida
               ADD 1 TO TotalRechazadas.

       AltaAsignacion.
           PERFORM ValidaTransaccion.
           IF TransValida
               MOVE TAD-Grupo TO AD-Grupo
               MOVE TAD-Asignatura TO AD-Asignatura
               MOVE TAD-EmpleadoId TO AD-EmpleadoId
               MOVE TAD-HorasSemana TO AD-HorasSemana
               MOVE FechaHoy TO AD-FechaAlta
               WRITE AD-Registro
                   INVALID KEY
                       DISPLAY "Alta rechazada, la asignacion ya "
                           "existe: " TAD-Grupo " " TAD-Asignatura
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       MOVE ZEROS TO EmpleadoAnterior
                       PERFORM RegistraCambio
               END-WRITE.

      *( el cambio de profesor renueva la fecha de alta de la
      *  asignacion; el cambio solo de horas la conserva )
       CambioAsignacion.
           PERFORM ValidaTransaccion.
           IF TransValida
               MOVE TAD-Grupo TO AD-Grupo
               MOVE TAD-Asignatura TO AD-Asignatura
               READ ArchivoAsignaciones KEY IS AD-Clave
                   INVALID KEY
                       DISPLAY "Cambio rechazado, no existe la "
                           "asignacion: " TAD-Grupo " "
                           TAD-Asignatura
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       MOVE AD-EmpleadoId TO EmpleadoAnterior
                       IF TAD-EmpleadoId NOT = AD-EmpleadoId
                           MOVE FechaHoy TO AD-FechaAlta
                       END-IF
                       MOVE TAD-EmpleadoId TO AD-EmpleadoId
                       MOVE TAD-HorasSemana TO AD-HorasSemana
                       REWRITE AD-Registro
                       PERFORM RegistraCambio
               END-READ.

       BajaAsignacion.
           MOVE TAD-Grupo TO AD-Grupo.
           MOVE TAD-Asignatura TO AD-Asignatura.
           READ ArchivoAsignaciones KEY IS AD-Clave
               INVALID KEY
                   DISPLAY "Baja rechazada, no existe la "
                       "asignacion: " TAD-Grupo " " TAD-Asignatura
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   MOVE AD-EmpleadoId TO EmpleadoAnterior
                   DELETE ArchivoAsignaciones
                   END-DELETE
                   MOVE ZEROS TO AD-EmpleadoId
                   MOVE ZEROS TO AD-HorasSemana
                   PERFORM RegistraCambio
           END-READ.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           MOVE SPACES TO LineaAsignacion.
           STRING TAD-Tipo " " AD-Grupo " " AD-Asignatura
               " profesor " EmpleadoAnterior " -> " AD-EmpleadoId
               " horas " AD-HorasSemana
               DELIMITED BY SIZE INTO LineaAsignacion.
           WRITE LineaAsignacion.
           DISPLAY LineaAsignacion.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "MantenimAsignac" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "ASIG-" TAD-Tipo "-" AD-Grupo
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE EmpleadoAnterior TO AUDIT-NUMERO1.
           MOVE AD-EmpleadoId TO AUDIT-NUMERO2.
           MOVE AD-HorasSemana TO AUDIT-RESULTADO.
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

       END PROGRAM MantenimientoAsignaciones.
