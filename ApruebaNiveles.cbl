       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApruebaNiveles.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPropuestas
               ASSIGN TO "niveles_propuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPropuestas.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPropuestas.
       COPY "NIVPROP.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPropuestas PIC XX VALUE "00".
           88 NoHayPropuestas VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  Comprador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "ApruebaNiveles".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FinPropuestas PIC X VALUE "N".
           88 NoHayMasPropuestas VALUE "S".
       77  TotalPropuestas PIC 9(4) VALUE ZEROS.
       77  IdxPropuesta PIC 9(4) VALUE ZEROS.
       77  Decision PIC X VALUE SPACE.
       77  TotalAprobadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  TotalNoAplicables PIC 9(4) VALUE ZEROS.
       77  NivelEditado PIC Z(6)9.
       77  NivelNuevoEditado PIC Z(6)9.
       77  DemandaEditada PIC Z(6)9,99.
       01  TablaPropuestas.
           05 TNP-Registro OCCURS 2000 TIMES PIC X(84).

       PROCEDURE DIVISION.
      *( aprobacion por el comprador de los niveles minimo y
      *  maximo que RecalculaNiveles no ha grabado por cambiar
      *  demasiado: se presenta cada propuesta pendiente con la
      *  demanda y el plazo en que se basa, y la aprobada se graba
      *  en el maestro de existencias. Las decisiones quedan en la
      *  propia propuesta y en la auditoria )
       Inicio.
           DISPLAY "ApruebaNiveles: aprobacion de niveles minimo y "
               "maximo propuestos.".
           DISPLAY "Identificador del comprador: ".
           ACCEPT Comprador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "O" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Comprador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "ApruebaNiveles: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaPropuestas.
           IF TotalPropuestas = ZEROS
               DISPLAY "ApruebaNiveles: no hay propuestas."
               STOP RUN.
           OPEN I-O ArchivoStock.
           IF NoHayStock
               DISPLAY "ApruebaNiveles: no se encontro stock.dat."
               CLOSE ArchivoStock
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM RevisaPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           CLOSE ArchivoStock.
           PERFORM ReescribePropuestas.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           DISPLAY "ApruebaNiveles: aprobadas " TotalAprobadas
               " rechazadas " TotalRechazadas
               " omitidas " TotalOmitidas
               " no aplicables " TotalNoAplicables.
           IF TotalNoAplicables NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaPropuestas.
           MOVE "N" TO FinPropuestas.
           OPEN INPUT ArchivoPropuestas.
           IF NoHayPropuestas
               MOVE "S" TO FinPropuestas.
           PERFORM CargaUnaPropuesta UNTIL NoHayMasPropuestas.
           CLOSE ArchivoPropuestas.

       CargaUnaPropuesta.
           READ ArchivoPropuestas
               AT END MOVE "S" TO FinPropuestas
               NOT AT END
                   IF TotalPropuestas < 2000
                       ADD 1 TO TotalPropuestas
                       MOVE NP-Registro
                           TO TNP-Registro(TotalPropuestas)
                   END-IF
           END-READ.

       RevisaPropuesta.
           MOVE TNP-Registro(IdxPropuesta) TO NP-Registro.
           IF NP-PENDIENTE
               PERFORM DecidePropuesta
               MOVE NP-Registro TO TNP-Registro(IdxPropuesta).

       DecidePropuesta.
           MOVE NP-MinimoActual TO NivelEditado.
           MOVE NP-MinimoPropuesto TO NivelNuevoEditado.
           DISPLAY "SKU " NP-Sku " minimo " NivelEditado " -> "
               NivelNuevoEditado.
           MOVE NP-MaximoActual TO NivelEditado.
           MOVE NP-MaximoPropuesto TO NivelNuevoEditado.
           DISPLAY "               maximo " NivelEditado " -> "
               NivelNuevoEditado.
           MOVE NP-DemandaSemanal TO DemandaEditada.
           DISPLAY "  demanda semanal " DemandaEditada
               " plazo " NP-PlazoDias " dias, propuesta del "
               NP-FechaPropuesta.
           DISPLAY "Decision (A aprobar / R rechazar / S saltar): ".
           ACCEPT Decision.
           EVALUATE Decision
               WHEN "A"
                   PERFORM ApruebaPropuesta
               WHEN "R"
                   ADD 1 TO TotalRechazadas
                   MOVE "R" TO NP-Estado
                   MOVE Comprador TO NP-Aprobador
                   MOVE FechaHoy TO NP-FechaDecision
                   PERFORM EscribeAuditoria
               WHEN OTHER
                   ADD 1 TO TotalOmitidas
           END-EVALUATE.

      *( si el maestro ya no tiene los niveles sobre los que se
      *  calculo la propuesta, alguien los ha cambiado despues y la
      *  propuesta no se aplica; queda pendiente hasta el proximo
      *  recalculo )
       ApruebaPropuesta.
           MOVE NP-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   ADD 1 TO TotalNoAplicables
                   DISPLAY "  no aplicable: SKU no existe"
               NOT INVALID KEY
                   IF ST-Minimo NOT = NP-MinimoActual
                       OR ST-Maximo NOT = NP-MaximoActual
                       ADD 1 TO TotalNoAplicables
                       DISPLAY "  no aplicable: niveles cambiados "
                           "desde la propuesta"
                   ELSE
                       MOVE NP-MinimoPropuesto TO ST-Minimo
                       MOVE NP-MaximoPropuesto TO ST-Maximo
                       REWRITE ST-Registro
                       ADD 1 TO TotalAprobadas
                       MOVE "A" TO NP-Estado
                       MOVE Comprador TO NP-Aprobador
                       MOVE FechaHoy TO NP-FechaDecision
                       PERFORM EscribeAuditoria
                   END-IF
           END-READ.

       ReescribePropuestas.
           OPEN OUTPUT ArchivoPropuestas.
           PERFORM EscribeUnaPropuesta
               VARYING IdxPropuesta FROM 1 BY 1
               UNTIL IdxPropuesta > TotalPropuestas.
           CLOSE ArchivoPropuestas.

       EscribeUnaPropuesta.
           MOVE TNP-Registro(IdxPropuesta) TO NP-Registro.
           WRITE NP-Registro.

       EscribeAuditoria.
           MOVE "ApruebaNiveles" TO AUDIT-PROGRAMA.
           MOVE Comprador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "NIV-" NP-Estado "-" NP-Sku
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE NP-MinimoPropuesto TO AUDIT-NUMERO1.
           MOVE NP-MaximoPropuesto TO AUDIT-NUMERO2.
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

       END PROGRAM ApruebaNiveles.
