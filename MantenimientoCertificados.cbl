       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoCertificados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoCertificados
               ASSIGN TO "certificados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-Clave
               FILE STATUS IS EstadoCertificados.
           SELECT OPTIONAL ArchivoTransCertificados
               ASSIGN TO "trans_certificados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransCertificados.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT ReporteCertificados
               ASSIGN TO "certificados_cambios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCertificados.
       COPY "CERTREG.cpy".
       FD  ArchivoTransCertificados.
       01  TC-Registro.
           05 TC-Tipo PIC X.
           05 TC-EmpleadoId PIC 9(6).
           05 TC-Certificado PIC X(4).
           05 TC-Descripcion PIC X(30).
           05 TC-Entidad PIC X(30).
           05 TC-FechaEmision PIC 9(8).
           05 TC-FechaCaducidad PIC 9(8).
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ReporteCertificados.
       01  LineaCertificado PIC X(80).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoCertificados PIC XX VALUE "00".
       01  EstadoTransCertificados PIC XX VALUE "00".
           88 NoHayTransCertificados VALUE "05".
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
           88 EsSupervisor VALUE "S".
       77  ProgramaLlamante PIC X(15) VALUE "MantenimCertif".
       77  FinTransCertificados PIC X VALUE "N".
           88 NoHayMasTransCertificados VALUE "S".
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  TransValidaFlag PIC X VALUE "N".
           88 TransValida VALUE "S".
       77  CaducidadAntigua PIC 9(8) VALUE ZEROS.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
      *( altas (A), renovaciones o correcciones (C) y bajas (D)
      *  del registro de certificaciones a partir de
      *  trans_certificados.dat; el empleado tiene que existir en
      *  el maestro y la caducidad ha de ser posterior a la
      *  emision. Cada cambio aplicado queda en el registro de
      *  auditoria con la caducidad anterior y la nueva )
       Inicio.
           DISPLAY "MantenimientoCertificados: registro de "
               "certificaciones del personal.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "F" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoCertificados: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoTransCertificados.
           IF NoHayTransCertificados
               DISPLAY "MantenimientoCertificados: no se encontro "
                   "trans_certificados.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN INPUT ArchivoEmpleados
               OPEN I-O ArchivoCertificados
               OPEN OUTPUT ReporteCertificados
               PERFORM LeeTransCertificado
               PERFORM AplicaTransCertificado
                   UNTIL NoHayMasTransCertificados
               CLOSE ArchivoCertificados
               CLOSE ArchivoEmpleados
               CLOSE ReporteCertificados
               CLOSE ArchivoTransCertificados
               DISPLAY "MantenimientoCertificados: aplicadas "
                   TotalAplicadas " rechazadas " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       LeeTransCertificado.
           READ ArchivoTransCertificados
               AT END MOVE "S" TO FinTransCertificados.

       AplicaTransCertificado.
           EVALUATE TC-Tipo
               WHEN "A" PERFORM AltaCertificado
               WHEN "C" PERFORM CambioCertificado
               WHEN "D" PERFORM BajaCertificado
               WHEN OTHER
                   DISPLAY "Tipo de transaccion no valido: " TC-Tipo
                   ADD 1 TO TotalRechazadas
           END-EVALUATE.
           PERFORM LeeTransCertificado.

       ValidaTransaccion.
           MOVE "S" TO TransValidaFlag.
           MOVE TC-EmpleadoId TO EMP-EMPLEADO-ID.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   DISPLAY "Rechazada, no existe el empleado: "
                       TC-EmpleadoId
                   MOVE "N" TO TransValidaFlag
           END-READ.
           IF TransValida
               CALL "ValidaFecha" USING TC-FechaEmision FechaValida
               IF NOT EsFechaValida
                   DISPLAY "Rechazada, fecha de emision no valida: "
                       TC-EmpleadoId " " TC-Certificado
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               CALL "ValidaFecha" USING TC-FechaCaducidad
                   FechaValida
               IF NOT EsFechaValida
                   OR TC-FechaCaducidad NOT > TC-FechaEmision
                   DISPLAY "Rechazada, fecha de caducidad no "
                       "valida: " TC-EmpleadoId " " TC-Certificado
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF NOT TransValida
               ADD 1 TO TotalRechazadas.

       AltaCertificado.
           PERFORM ValidaTransaccion.
           IF TransValida
               MOVE TC-EmpleadoId TO CER-EmpleadoId
               MOVE TC-Certificado TO CER-Tipo
               MOVE TC-Descripcion TO CER-Descripcion
               MOVE TC-Entidad TO CER-Entidad
               MOVE TC-FechaEmision TO CER-FechaEmision
               MOVE TC-FechaCaducidad TO CER-FechaCaducidad
               WRITE CER-Registro
                   INVALID KEY
                       DISPLAY "Alta rechazada, el certificado ya "
                           "existe: " TC-EmpleadoId " "
                           TC-Certificado
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       MOVE ZEROS TO CaducidadAntigua
                       PERFORM RegistraCambio
               END-WRITE.

      *( la renovacion sustituye fechas y entidad; la descripcion
      *  solo cambia si la transaccion trae una )
       CambioCertificado.
           PERFORM ValidaTransaccion.
           IF TransValida
               MOVE TC-EmpleadoId TO CER-EmpleadoId
               MOVE TC-Certificado TO CER-Tipo
               READ ArchivoCertificados KEY IS CER-Clave
                   INVALID KEY
                       DISPLAY "Cambio rechazado, no existe el "
                           "certificado: " TC-EmpleadoId " "
                           TC-Certificado
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       MOVE CER-FechaCaducidad TO CaducidadAntigua
                       IF TC-Descripcion NOT = SPACES
                           MOVE TC-Descripcion TO CER-Descripcion
                       END-IF
                       MOVE TC-Entidad TO CER-Entidad
                       MOVE TC-FechaEmision TO CER-FechaEmision
                       MOVE TC-FechaCaducidad TO CER-FechaCaducidad
                       REWRITE CER-Registro
                       PERFORM RegistraCambio
               END-READ.

       BajaCertificado.
           MOVE TC-EmpleadoId TO CER-EmpleadoId.
           MOVE TC-Certificado TO CER-Tipo.
           READ ArchivoCertificados KEY IS CER-Clave
               INVALID KEY
                   DISPLAY "Baja rechazada, no existe el "
                       "certificado: " TC-EmpleadoId " "
                       TC-Certificado
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   MOVE CER-FechaCaducidad TO CaducidadAntigua
                   DELETE ArchivoCertificados
                   END-DELETE
                   MOVE ZEROS TO CER-FechaCaducidad
                   PERFORM RegistraCambio
           END-READ.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           MOVE SPACES TO LineaCertificado.
           STRING TC-Tipo " " CER-EmpleadoId " " CER-Tipo " "
               CER-Descripcion " caduca " CaducidadAntigua " -> "
               CER-FechaCaducidad
               DELIMITED BY SIZE INTO LineaCertificado.
           WRITE LineaCertificado.
           DISPLAY LineaCertificado.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "MantenimCertif" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CERT-" TC-Tipo "-" CER-EmpleadoId
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE CaducidadAntigua TO AUDIT-NUMERO1.
           MOVE CER-FechaCaducidad TO AUDIT-NUMERO2.
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

       END PROGRAM MantenimientoCertificados.
