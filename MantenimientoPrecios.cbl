           MOVE "P" TO PEN-Estado.
           MOVE SPACES TO PEN-Aprobador.
           MOVE ZEROS TO PEN-FechaDecision.
           MOVE ZEROS TO PEN-ClienteId.
           MOVE ZEROS TO PEN-FechaHasta.
           MOVE ZEROS TO PEN-PorcDescuento.
           MOVE SPACES TO PEN-Referencia.
           WRITE PEN-Registro.
           DISPLAY "Propuesta " PEN-Id " encolada: " TP-Tipo
               " " TP-Sku.
