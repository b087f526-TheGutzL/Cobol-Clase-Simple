       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoPlanCuentas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPlanCuentas
               ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-Cuenta
               FILE STATUS IS EstadoPlanCuentas.
           SELECT OPTIONAL ArchivoTransCuentas
               ASSIGN TO "trans_plan_cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransCuentas.
           SELECT ReporteCuentas ASSIGN TO "plan_cuentas_cambios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPlanCuentas.
       COPY "PLANCTA.cpy".
       FD  ArchivoTransCuentas.
       01  TPC-Registro.
           05 TPC-Tipo PIC X.
           05 TPC-Cuenta PIC X(8).
           05 TPC-Descripcion PIC X(30).
           05 TPC-Naturaleza PIC X.
       FD  ReporteCuentas.
       01  LineaCuenta PIC X(80).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPlanCuentas PIC XX VALUE "00".
       01  EstadoTransCuentas PIC XX VALUE "00".
           88 NoHayTransCuentas VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  FinTransCuentas PIC X VALUE "N".
           88 NoHayMasTransCuentas VALUE "S".
       77  NaturalezaValidaFlag PIC X VALUE "N".
           88 NaturalezaValida VALUE "S".
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.

       77  ProgramaLlamante PIC X(15) VALUE "MantenimCuentas".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "MantenimientoPlanCuentas: mantenimiento del plan "
               "de cuentas del mayor.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "G" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoPlanCuentas: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoTransCuentas.
           IF NoHayTransCuentas
               DISPLAY "MantenimientoPlanCuentas: no se encontro "
                   "trans_plan_cuentas.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN I-O ArchivoPlanCuentas
               OPEN OUTPUT ReporteCuentas
               PERFORM LeeTransCuenta
               PERFORM AplicaTransCuenta
                   UNTIL NoHayMasTransCuentas
               CLOSE ArchivoPlanCuentas
               CLOSE ReporteCuentas
               CLOSE ArchivoTransCuentas
               DISPLAY "MantenimientoPlanCuentas: aplicadas "
                   TotalAplicadas " rechazadas " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       LeeTransCuenta.
           READ ArchivoTransCuentas
               AT END MOVE "S" TO FinTransCuentas.

       AplicaTransCuenta.
           EVALUATE TPC-Tipo
               WHEN "A" PERFORM AltaCuenta
               WHEN "C" PERFORM CambioCuenta
               WHEN "D" PERFORM BajaCuenta
               WHEN OTHER
                   DISPLAY "Tipo de transaccion no valido: " TPC-Tipo
                   ADD 1 TO TotalRechazadas
           END-EVALUATE.
           PERFORM LeeTransCuenta.

       CompruebaNaturaleza.
           MOVE "N" TO NaturalezaValidaFlag.
           IF TPC-Naturaleza = "A" OR TPC-Naturaleza = "P"
              OR TPC-Naturaleza = "N" OR TPC-Naturaleza = "I"
              OR TPC-Naturaleza = "G"
               MOVE "S" TO NaturalezaValidaFlag.

       AltaCuenta.
           PERFORM CompruebaNaturaleza.
           IF TPC-Cuenta = SPACES OR TPC-Descripcion = SPACES
              OR NOT NaturalezaValida
               DISPLAY "Alta rechazada, datos incompletos: "
                   TPC-Cuenta
               ADD 1 TO TotalRechazadas
           ELSE
               MOVE TPC-Cuenta TO PC-Cuenta
               MOVE TPC-Descripcion TO PC-Descripcion
               MOVE TPC-Naturaleza TO PC-Naturaleza
               MOVE "A" TO PC-Estado
               WRITE PC-Registro
                   INVALID KEY
                       DISPLAY "Alta rechazada, la cuenta ya "
                           "existe: " TPC-Cuenta
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       PERFORM RegistraCambio
               END-WRITE.

      *( el cambio admite reactivar una cuenta dada de baja; la
      *  naturaleza en blanco deja la que tenia )
       CambioCuenta.
           MOVE TPC-Cuenta TO PC-Cuenta.
           READ ArchivoPlanCuentas KEY IS PC-Cuenta
               INVALID KEY
                   DISPLAY "Cambio rechazado, no existe la "
                       "cuenta: " TPC-Cuenta
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   PERFORM CompruebaNaturaleza
                   IF TPC-Naturaleza NOT = SPACE
                      AND NOT NaturalezaValida
                       DISPLAY "Cambio rechazado, naturaleza no "
                           "valida: " TPC-Cuenta
                       ADD 1 TO TotalRechazadas
                   ELSE
                       IF TPC-Descripcion NOT = SPACES
                           MOVE TPC-Descripcion TO PC-Descripcion
                       END-IF
                       IF TPC-Naturaleza NOT = SPACE
                           MOVE TPC-Naturaleza TO PC-Naturaleza
                       END-IF
                       MOVE "A" TO PC-Estado
                       REWRITE PC-Registro
                       PERFORM RegistraCambio
                   END-IF
           END-READ.

      *( la baja no borra la cuenta, que conserva sus saldos:
      *  solo deja de admitir apuntes )
       BajaCuenta.
           MOVE TPC-Cuenta TO PC-Cuenta.
           READ ArchivoPlanCuentas KEY IS PC-Cuenta
               INVALID KEY
                   DISPLAY "Baja rechazada, no existe la "
                       "cuenta: " TPC-Cuenta
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   MOVE "B" TO PC-Estado
                   REWRITE PC-Registro
                   PERFORM RegistraCambio
           END-READ.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           MOVE SPACES TO LineaCuenta.
           STRING TPC-Tipo " " PC-Cuenta " " PC-Descripcion
               " naturaleza " PC-Naturaleza " estado " PC-Estado
               DELIMITED BY SIZE INTO LineaCuenta.
           WRITE LineaCuenta.
           DISPLAY LineaCuenta.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "MantenimCuentas" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CTA-" TPC-Tipo "-" TPC-Cuenta
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE ZEROS TO AUDIT-NUMERO1.
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

       END PROGRAM MantenimientoPlanCuentas.
