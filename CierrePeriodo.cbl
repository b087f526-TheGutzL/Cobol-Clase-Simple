       IDENTIFICATION DIVISION.
       PROGRAM-ID. CierrePeriodo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPeriodos
               ASSIGN TO "periodos_contables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-Periodo
               FILE STATUS IS EstadoPeriodos.
           SELECT OPTIONAL ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPeriodos.
       COPY "PERIODO.cpy".
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPeriodos PIC XX VALUE "00".
       01  EstadoAsientos PIC XX VALUE "00".
           88 NoHayAsientos VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "CierrePeriodo".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FinAsientos PIC X VALUE "N".
           88 NoHayMasAsientos VALUE "S".
       77  Periodo PIC 9(6) VALUE ZEROS.
       77  PeriodoApunte PIC 9(6) VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  PendientesPeriodo PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
      *( cierre mensual del mayor, reservado a supervisores: no
      *  se cierra un periodo que aun tenga apuntes sin mayorizar
      *  en el fichero de traspaso. Cerrado el periodo, la
      *  mayorizacion retiene cualquier lote que caiga en el )
       Inicio.
           DISPLAY "CierrePeriodo: cierre mensual del mayor.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "G" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado OR RolOperador NOT = "S"
               DISPLAY "CierrePeriodo: el cierre requiere un "
                   "supervisor."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Introduce el periodo a cerrar (AAAAMM): ".
           ACCEPT Periodo.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CuentaPendientes.
           IF PendientesPeriodo NOT = ZEROS
               DISPLAY "CierrePeriodo: quedan " PendientesPeriodo
                   " apuntes sin mayorizar del periodo " Periodo
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN I-O ArchivoPeriodos
               MOVE Periodo TO PE-Periodo
               READ ArchivoPeriodos KEY IS PE-Periodo
                   INVALID KEY
                       PERFORM RellenaCierre
                       WRITE PE-Registro
                       END-WRITE
                       PERFORM EscribeAuditoria
                   NOT INVALID KEY
                       IF PE-CERRADO
                           DISPLAY "CierrePeriodo: el periodo "
                               Periodo " ya estaba cerrado el "
                               PE-FechaCierre
                           MOVE 4 TO CodigoRetorno
                       ELSE
                           PERFORM RellenaCierre
                           REWRITE PE-Registro
                           PERFORM EscribeAuditoria
                       END-IF
               END-READ
               CLOSE ArchivoPeriodos.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       CuentaPendientes.
           OPEN INPUT ArchivoAsientos.
           IF NoHayAsientos
               MOVE "S" TO FinAsientos
           ELSE
               MOVE "N" TO FinAsientos.
           PERFORM CompruebaAsiento UNTIL NoHayMasAsientos.
           CLOSE ArchivoAsientos.

       CompruebaAsiento.
           READ ArchivoAsientos
               AT END MOVE "S" TO FinAsientos
               NOT AT END
                   DIVIDE AS-FechaNegocio BY 100
                       GIVING PeriodoApunte
                   IF PeriodoApunte = Periodo
                       ADD 1 TO PendientesPeriodo
                   END-IF
           END-READ.

       RellenaCierre.
           MOVE Periodo TO PE-Periodo.
           MOVE "C" TO PE-Estado.
           MOVE FechaHoy TO PE-FechaCierre.
           MOVE Operador TO PE-Operador.
           DISPLAY "CierrePeriodo: periodo " Periodo " cerrado por "
               Operador.

       EscribeAuditoria.
           MOVE "CierrePeriodo" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CIERRE-" Periodo
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE Periodo TO AUDIT-NUMERO1.
           MOVE ZEROS TO AUDIT-NUMERO2.
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

       END PROGRAM CierrePeriodo.
