           05 PL-Principal PIC 9(9)V99.
           05 PL-TasaAnual PIC 9(3)V99.
           05 PL-Periodos PIC 999.
           05 PL-CodigoIndice PIC X(6).
           05 PL-Diferencial PIC S9(2)V999.
           05 PL-MesesRevision PIC 99.
           05 PL-EmpleadoId PIC 9(6).
       FD  ArchivoMaestro.
       COPY "PRESTMST.cpy".
       WORKING-STORAGE SECTION.
       77  Cuota PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  TotalCargados PIC 9(4) VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  MesesHastaRevision PIC 99 VALUE ZEROS.
       01  FechaRevisionDet.
           05 REV-Ano PIC 9(4).
           05 REV-Mes PIC 99.
           05 REV-Dia PIC 99.

       PROCEDURE DIVISION.
       Inicio.
           MOVE FechaPrimerVto TO PRM-FechaProximoVto.
           MOVE ZEROS TO PRM-ImporteVencido.
           MOVE "V" TO PRM-Estado.
           PERFORM FijaRevision.
           IF PL-EmpleadoId NUMERIC
               MOVE PL-EmpleadoId TO PRM-EmpleadoId
           ELSE
               MOVE ZEROS TO PRM-EmpleadoId.
           WRITE PRM-Registro
               INVALID KEY
                   DISPLAY "CargaPrestamos: el prestamo " PL-Id
                   ADD 1 TO TotalCargados
           END-WRITE.

      *( un prestamo referenciado revisa el tipo cada tantos
      *  meses: la primera revision cae en el vencimiento de la
      *  ultima cuota del primer tramo al tipo inicial )
       FijaRevision.
           MOVE PL-CodigoIndice TO PRM-CodigoIndice.
           MOVE ZEROS TO PRM-Diferencial.
           MOVE ZEROS TO PRM-MesesRevision.
           MOVE ZEROS TO PRM-FechaRevision.
           IF PL-CodigoIndice NOT = SPACES
               MOVE PL-Diferencial TO PRM-Diferencial
               MOVE PL-MesesRevision TO PRM-MesesRevision
               IF PRM-MesesRevision = ZEROS
                   MOVE 12 TO PRM-MesesRevision
               END-IF
               MOVE FechaPrimerVto TO FechaRevisionDet
               COMPUTE MesesHastaRevision = PRM-MesesRevision - 1
               PERFORM AvanzaMesRevision MesesHastaRevision TIMES
               MOVE FechaRevisionDet TO PRM-FechaRevision.

       AvanzaMesRevision.
           ADD 1 TO REV-Mes.
           IF REV-Mes > 12
               MOVE 1 TO REV-Mes
               ADD 1 TO REV-Ano.

       END PROGRAM CargaPrestamos.
