       01  VP-Registro.
           05 VP-DiasBase PIC 99.
           05 VP-AnosPorDiaExtra PIC 99.
           05 VP-MaxArrastre PIC 99.
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 EmpleadosOk VALUE "00".
      *( el devengo del ejercicio son los dias base mas un dia
      *  adicional por cada tramo cumplido de antiguedad; si el
      *  saldo del ejercicio ya existe solo se refresca el
      *  devengo, sin tocar los dias disfrutados ni los
      *  arrastrados del ejercicio anterior )
       AcumulaEmpleado.
           IF EMP-ACTIVO
               PERFORM CalculaDevengo
                   MOVE Ejercicio TO VAC-Ano
                   MOVE DiasDevengados TO VAC-Devengados
                   MOVE ZEROS TO VAC-Disfrutados
                   MOVE ZEROS TO VAC-Arrastrados
                   WRITE VAC-Registro
                   END-WRITE
                   ADD 1 TO TotalAcumulados
