       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoTransClientes.
       COPY "TRANSCLI.cpy".
       FD  ReporteClientes.
       01  LineaCliente PIC X(80).
       FD  AuditLog.
               WHEN "A" PERFORM AltaCliente
               WHEN "C" PERFORM CambioCliente
               WHEN "D" PERFORM BajaCliente
               WHEN "R" PERFORM CorrigeRiesgo
               WHEN OTHER
                   DISPLAY "Tipo de transaccion no valido: " TCL-Tipo
                   ADD 1 TO TotalRechazadas
               MOVE "A" TO CLI-Estado
           ELSE
               MOVE TCL-Estado TO CLI-Estado.
           MOVE TCL-MandatoRef TO CLI-MandatoRef.
           MOVE TCL-Iban TO CLI-Iban.
           IF TCL-FechaMandato IS NUMERIC
               MOVE TCL-FechaMandato TO CLI-FechaMandato
           ELSE
               MOVE ZEROS TO CLI-FechaMandato.
           MOVE TCL-Nif TO CLI-Nif.
           IF TCL-FacturaElectronica = "S"
               MOVE "S" TO CLI-FacturaElectronica
           ELSE
               MOVE "N" TO CLI-FacturaElectronica.
           MOVE TCL-Almacen TO CLI-Almacen.

      *( la correccion de riesgo viene autorizada por un supervisor
      *  desde RecalculaRiesgo; se rechaza si el riesgo ha cambiado
      *  desde que se calculo la diferencia )
       CorrigeRiesgo.
           MOVE TCL-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   DISPLAY "Correccion rechazada, no existe el "
                       "cliente: " TCL-ClienteId
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   IF TCL-Supervisor = SPACES
                       DISPLAY "Correccion rechazada, sin supervisor "
                           "que la autorice: " TCL-ClienteId
                       ADD 1 TO TotalRechazadas
                   ELSE
                       IF CLI-RiesgoVivo NOT = TCL-RiesgoAnterior
                           DISPLAY "Correccion rechazada, el riesgo "
                               "ha cambiado: " TCL-ClienteId
                           ADD 1 TO TotalRechazadas
                       ELSE
                           MOVE TCL-RiesgoVivo TO CLI-RiesgoVivo
                           REWRITE CLI-Registro
                           PERFORM RegistraCambio
                       END-IF
                   END-IF
           END-READ.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           MOVE SPACES TO LineaCliente.
           IF TCL-Tipo = "R"
               STRING TCL-Tipo " " CLI-ClienteId " " CLI-Nombre
                   " riesgo autorizado por " TCL-Supervisor
                   DELIMITED BY SIZE INTO LineaCliente
           ELSE
               STRING TCL-Tipo " " CLI-ClienteId " " CLI-Nombre
                   " estado " CLI-Estado
                   DELIMITED BY SIZE INTO LineaCliente.
           WRITE LineaCliente.
           DISPLAY LineaCliente.
           PERFORM EscribeAuditoria.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CLI-" TCL-Tipo "-" TCL-ClienteId
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           IF TCL-Tipo = "R"
               MOVE TCL-RiesgoAnterior TO AUDIT-NUMERO1
               MOVE TCL-RiesgoVivo TO AUDIT-NUMERO2
           ELSE
               MOVE CLI-LimiteCredito TO AUDIT-NUMERO1
               MOVE ZEROS TO AUDIT-NUMERO2.
           MOVE ZEROS TO AUDIT-RESULTADO.
           CALL "SiguienteSecuencia" USING SecuenciaAuditoria.
           MOVE SecuenciaAuditoria TO AUDIT-SECUENCIA.
