       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ReporteSaldos.
       01  LineaSaldo PIC X(120).
       WORKING-STORAGE SECTION.
       01  EstadoVacaciones PIC XX VALUE "00".
           88 NoHayVacaciones VALUE "05".
           ADD 1 TO TotalSaldos.
           PERFORM BuscaNombre.
           COMPUTE DiasRestantes =
               VAC-Devengados + VAC-Arrastrados - VAC-Disfrutados.
           MOVE DiasRestantes TO RestantesEditado.
           MOVE SPACES TO LineaSaldo.
           STRING VAC-EmpleadoId " " NombreEmpleado
               " ejercicio " VAC-Ano
               " devengados " VAC-Devengados
               " arrastrados " VAC-Arrastrados
               " disfrutados " VAC-Disfrutados
               " restantes " RestantesEditado
               DELIMITED BY SIZE INTO LineaSaldo.
