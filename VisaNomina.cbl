       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisaNomina.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchivoVisado ASSIGN TO "nomina_visado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVisado.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoVisado.
       COPY "NOMVISA.cpy".
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoVisado PIC XX VALUE "00".
           88 VisadoNoExiste VALUE "35".
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
       77  ProgramaLlamante PIC X(15) VALUE "VisaNomina".
       77  FinVisado PIC X VALUE "N".
           88 NoHayMasVisado VALUE "S".
       77  PeriodoVisar PIC 9(6) VALUE ZEROS.
       77  Confirmacion PIC X VALUE SPACE.
       77  ControlHalladoFlag PIC X VALUE "N".
           88 ControlHallado VALUE "S".
       77  YaVisadoFlag PIC X VALUE "N".
           88 YaVisado VALUE "S".
       01  UltimoControl.
           05 UC-Fecha PIC 9(8).
           05 UC-Hora PIC 9(8).
           05 UC-Empleados PIC 9(6).
           05 UC-TotalNeto PIC 9(11)V99.
           05 UC-Incidencias PIC 9(6).
       77  TotalEditado PIC -(11)9,99.
       77  ContadorEditado PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *( visado del control de variaciones de la nomina: el
      *  usuario autorizado revisa variacion_nomina.rpt y da por
      *  bueno el ultimo control del periodo; si el control trae
      *  incidencias solo puede visarlo un supervisor. El visado
      *  se anota en nomina_visado.dat con las cifras del control
      *  y en el registro de auditoria )
       Inicio.
           DISPLAY "VisaNomina: visado del control de variaciones "
               "de la nomina.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "V" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "VisaNomina: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Periodo de nomina a visar (AAAAMM): ".
           ACCEPT PeriodoVisar.
           PERFORM BuscaUltimoControl.
           IF NOT ControlHallado
               DISPLAY "VisaNomina: no hay control de variaciones "
                   "del periodo " PeriodoVisar "."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF YaVisado
               DISPLAY "VisaNomina: el ultimo control del periodo "
                   PeriodoVisar " ya esta visado."
               STOP RUN.
           PERFORM MuestraControl.
           IF UC-Incidencias NOT = ZEROS AND NOT EsSupervisor
               DISPLAY "VisaNomina: el control tiene incidencias y "
                   "solo puede visarlo un supervisor."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Confirma el visado (S/N): ".
           ACCEPT Confirmacion.
           IF Confirmacion = "S" OR Confirmacion = "s"
               PERFORM GrabaVisado
               PERFORM EscribeAuditoria
               CALL "GuardaSecuencia" USING SecuenciaAuditoria
               DISPLAY "VisaNomina: nomina " PeriodoVisar
                   " visada por " Operador "."
           ELSE
               DISPLAY "VisaNomina: visado cancelado."
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( cada control nuevo del periodo anula los visados
      *  anteriores: solo vale un visado posterior al ultimo
      *  control )
       BuscaUltimoControl.
           MOVE "N" TO FinVisado.
           OPEN INPUT ArchivoVisado.
           IF VisadoNoExiste
               MOVE "S" TO FinVisado.
           PERFORM LeeVisado UNTIL NoHayMasVisado.
           IF NOT VisadoNoExiste
               CLOSE ArchivoVisado.

       LeeVisado.
           READ ArchivoVisado
               AT END MOVE "S" TO FinVisado
               NOT AT END
                   IF VN-Periodo = PeriodoVisar
                       IF VN-CONTROL
                           MOVE "S" TO ControlHalladoFlag
                           MOVE "N" TO YaVisadoFlag
                           MOVE VN-Fecha TO UC-Fecha
                           MOVE VN-Hora TO UC-Hora
                           MOVE VN-Empleados TO UC-Empleados
                           MOVE VN-TotalNeto TO UC-TotalNeto
                           MOVE VN-Incidencias TO UC-Incidencias
                       ELSE
                           IF VN-VISADO AND ControlHallado
                               MOVE "S" TO YaVisadoFlag
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MuestraControl.
           DISPLAY "Control del " UC-Fecha " a las " UC-Hora(1:6).
           MOVE UC-Empleados TO ContadorEditado.
           DISPLAY "Empleados en nomina: " ContadorEditado.
           MOVE UC-TotalNeto TO TotalEditado.
           DISPLAY "Neto total:          " TotalEditado.
           MOVE UC-Incidencias TO ContadorEditado.
           DISPLAY "Incidencias:         " ContadorEditado.
           DISPLAY "Detalle en variacion_nomina.rpt".

       GrabaVisado.
           OPEN EXTEND ArchivoVisado.
           IF VisadoNoExiste
               OPEN OUTPUT ArchivoVisado
               CLOSE ArchivoVisado
               OPEN EXTEND ArchivoVisado
           END-IF.
           MOVE PeriodoVisar TO VN-Periodo.
           MOVE "V" TO VN-Tipo.
           ACCEPT VN-Fecha FROM DATE YYYYMMDD.
           ACCEPT VN-Hora FROM TIME.
           MOVE UC-Empleados TO VN-Empleados.
           MOVE UC-TotalNeto TO VN-TotalNeto.
           MOVE UC-Incidencias TO VN-Incidencias.
           MOVE Operador TO VN-Operador.
           WRITE VN-Registro.
           CLOSE ArchivoVisado.

       EscribeAuditoria.
           MOVE "VisaNomina" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "VISADO " PeriodoVisar
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE UC-TotalNeto TO AUDIT-NUMERO1.
           MOVE UC-Empleados TO AUDIT-NUMERO2.
           MOVE UC-Incidencias TO AUDIT-RESULTADO.
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
       END PROGRAM VisaNomina.
