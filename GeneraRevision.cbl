       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraRevision.
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
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT ArchivoAltas
               ASSIGN TO "altas_empleados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAltas.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "extracto_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteRevision ASSIGN TO "revision_generadas.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoRevision.
       COPY "REVSAL.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoAltas.
       01  LineaAlta PIC X(250).
       FD  ArchivoParametros.
       01  PAR-Registro.
           05 PAR-Separador PIC X.
           05 PAR-Modo PIC X.
       FD  ReporteRevision.
       01  LineaRevision PIC X(90).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoRevision PIC XX VALUE "00".
           88 NoHayRevision VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoAltas PIC XX VALUE "00".
           88 AltasNoExiste VALUE "35".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
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
       77  ProgramaLlamante PIC X(15) VALUE "GeneraRevision".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  Separador PIC X VALUE ";".
       77  FinRevision PIC X VALUE "N".
           88 NoHayMasRevision VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  TotalPropuestas PIC 9(5) VALUE ZEROS.
       77  IdxPropuesta PIC 9(5) COMP VALUE ZEROS.
       77  TotalGeneradas PIC 9(5) VALUE ZEROS.
       77  TotalNoVigentes PIC 9(5) VALUE ZEROS.
       77  TotalIncidencias PIC 9(5) VALUE ZEROS.
       77  MotivoIncidencia PIC X(40) VALUE SPACES.
       77  SalarioTexto PIC 9(7),99.
       77  SalarioEditado PIC Z(6)9,99.
       77  PropuestoEditado PIC Z(6)9,99.
       01  TablaPropuestas.
           05 TRS-Registro OCCURS 5000 TIMES PIC X(65).

       PROCEDURE DIVISION.
      *( generacion de los cambios de salario aprobados en la
      *  revision salarial: cada propuesta aprobada cuya fecha
      *  efectiva ya ha llegado se anade a altas_empleados.dat
      *  como cambio (C) con la imagen actual del empleado, el
      *  salario nuevo y la fecha efectiva de la campana, de modo
      *  que CargaEmpleados aplica el cambio y deja su historial
      *  (y RetroNomina liquida los atrasos si la fecha efectiva
      *  es anterior a la nomina ya calculada). Las aprobadas con
      *  efecto futuro quedan pendientes para otra ejecucion. Solo
      *  la puede lanzar un supervisor )
       Inicio.
           DISPLAY "GeneraRevision: cambios de salario de la "
               "revision salarial.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "R" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado OR NOT EsSupervisor
               DISPLAY "GeneraRevision: operador no autorizado, se "
                   "requiere un supervisor."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           PERFORM CargaPropuestas.
           IF TotalPropuestas = ZEROS
               DISPLAY "GeneraRevision: no hay campana de revision "
                   "en revision_salarial.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "GeneraRevision: no se encontro empleados.dat"
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM AbreAltas.
           OPEN OUTPUT ReporteRevision.
           PERFORM EscribeTitulo.
           PERFORM GeneraPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           PERFORM EscribeResumen.
           CLOSE ArchivoEmpleados.
           CLOSE ArchivoAltas.
           CLOSE ReporteRevision.
           PERFORM ReescribePropuestas.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           IF TotalIncidencias NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( el separador es el mismo que espera CargaEmpleados )
       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF PAR-Separador NOT = SPACE
                           MOVE PAR-Separador TO Separador
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

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
                   ELSE
                       DISPLAY "GeneraRevision: tabla de propuestas "
                           "llena, se omite el empleado "
                           RS-EmpleadoId
                   END-IF
           END-READ.

       AbreAltas.
           OPEN EXTEND ArchivoAltas.
           IF AltasNoExiste
               OPEN OUTPUT ArchivoAltas
               CLOSE ArchivoAltas
               OPEN EXTEND ArchivoAltas
           END-IF.

       LeeEmpleado.
           MOVE "N" TO EmpleadoHalladoFlag.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
           END-READ.

      *( si el salario del maestro ya no es el de la propuesta
      *  (cambio posterior por otra via) no se genera nada y se
      *  deja la incidencia para que personal la revise )
       GeneraPropuesta.
           MOVE TRS-Registro(IdxPropuesta) TO RS-Registro.
           IF RS-APROBADA
               IF RS-FechaEfectiva > FechaHoy
                   ADD 1 TO TotalNoVigentes
               ELSE
                   MOVE SPACES TO MotivoIncidencia
                   MOVE RS-EmpleadoId TO EMP-EMPLEADO-ID
                   PERFORM LeeEmpleado
                   EVALUATE TRUE
                       WHEN NOT EmpleadoHallado
                           MOVE "no existe en el maestro"
                               TO MotivoIncidencia
                       WHEN NOT EMP-ACTIVO
                           MOVE "ya no esta activo"
                               TO MotivoIncidencia
                       WHEN EMP-SALARIO-BASE NOT = RS-SalarioActual
                           MOVE "salario cambiado desde la propuesta"
                               TO MotivoIncidencia
                   END-EVALUATE
                   IF MotivoIncidencia = SPACES
                       PERFORM EscribeCambio
                       MOVE "G" TO RS-Estado
                       MOVE RS-Registro TO TRS-Registro(IdxPropuesta)
                       ADD 1 TO TotalGeneradas
                       PERFORM EscribeDetalle
                       PERFORM EscribeAuditoria
                   ELSE
                       ADD 1 TO TotalIncidencias
                       PERFORM EscribeIncidencia
                   END-IF
               END-IF.

      *( linea de cambio con el formato delimitado de
      *  CargaEmpleados: todos los campos del maestro, el salario
      *  nuevo y la fecha efectiva al final )
       EscribeCambio.
           MOVE RS-SalarioPropuesto TO SalarioTexto.
           MOVE SPACES TO LineaAlta.
           STRING "C" Separador EMP-EMPLEADO-ID Separador
               EMP-FECHA-ALTA Separador EMP-NOMBRE Separador
               EMP-APELLIDO1 Separador EMP-APELLIDO2 Separador
               EMP-SMARTPHONE1 Separador EMP-SMARTPHONE2 Separador
               EMP-FIJO1 Separador EMP-FIJO2 Separador
               EMP-CALLE Separador EMP-CIUDAD Separador
               EMP-PROVINCIA Separador EMP-CODIGO-POSTAL Separador
               EMP-DEPARTAMENTO Separador SalarioTexto Separador
               EMP-MONEDA Separador EMP-RESPONSABLE-ID Separador
               RS-FechaEfectiva
               DELIMITED BY SIZE INTO LineaAlta.
           WRITE LineaAlta.

       ReescribePropuestas.
           OPEN OUTPUT ArchivoRevision.
           PERFORM EscribeUnaPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           CLOSE ArchivoRevision.

       EscribeUnaPropuesta.
           MOVE TRS-Registro(IdxPropuesta) TO RS-Registro.
           WRITE RS-Registro.

       EscribeTitulo.
           MOVE SPACES TO LineaRevision.
           STRING "Cambios de salario de la revision salarial "
               "generados el " FechaHoy
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           MOVE ALL "-" TO LineaRevision.
           WRITE LineaRevision.

       EscribeDetalle.
           MOVE RS-SalarioActual TO SalarioEditado.
           MOVE RS-SalarioPropuesto TO PropuestoEditado.
           MOVE SPACES TO LineaRevision.
           STRING RS-EmpleadoId " " EMP-APELLIDO1(1:20) " "
               SalarioEditado " -> " PropuestoEditado " "
               RS-Moneda " efecto " RS-FechaEfectiva
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.

       EscribeIncidencia.
           MOVE SPACES TO LineaRevision.
           STRING RS-EmpleadoId " NO GENERADO, " MotivoIncidencia
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.

       EscribeResumen.
           MOVE SPACES TO LineaRevision.
           WRITE LineaRevision.
           MOVE SPACES TO LineaRevision.
           STRING "Generados: " TotalGeneradas
               "  con efecto futuro: " TotalNoVigentes
               "  incidencias: " TotalIncidencias
               DELIMITED BY SIZE INTO LineaRevision.
           WRITE LineaRevision.
           DISPLAY LineaRevision.
           IF TotalGeneradas NOT = ZEROS
               DISPLAY "GeneraRevision: ejecute CargaEmpleados para "
                   "aplicar los cambios de altas_empleados.dat.".

       EscribeAuditoria.
           MOVE "GeneraRevision" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "REVSAL-G-" RS-EmpleadoId
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

       END PROGRAM GeneraRevision.
