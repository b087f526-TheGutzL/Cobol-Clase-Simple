           SELECT OPTIONAL ArchivoRoster ASSIGN TO ALUMNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRoster.
           SELECT OPTIONAL ArchivoMatriculas
               ASSIGN TO "matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-AlumnoId
               FILE STATUS IS EstadoMatriculas.
           SELECT OPTIONAL ArchivoMaestroNotas
               ASSIGN TO "notas_maestro.dat"
               ORGANIZATION IS INDEXED
           05 ALU-Id PIC X(6).
           05 ALU-Nombre PIC X(20).
           05 ALU-Grupo PIC X(5).
       FD  ArchivoMatriculas.
       COPY "MATRIC.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoAlumnos PIC XX VALUE "00".
           88 NoHayArchivoAlumnos VALUE "05".
           88 NoHayRoster VALUE "05".
       77  FinRoster PIC X VALUE "N".
           88 NoHayMasRoster VALUE "S".
       01  EstadoMatriculas PIC XX VALUE "00".
           88 NoHayMatriculas VALUE "05".
       77  RosterMatriculasFlag PIC X VALUE "N".
           88 RosterDeMatriculas VALUE "S".
       77  PrimerDiaTermino PIC 9(8) VALUE ZEROS.
       77  UltimoDiaTermino PIC 9(8) VALUE ZEROS.
       77  TotalRoster PIC 999 VALUE ZEROS.
       77  IdxRoster PIC 999 VALUE ZEROS.
       77  RosterHalladoFlag PIC X VALUE "N".
           InicializaContadores.
           MOVE ZEROS TO COR-Contador(IdxCorte).

      *( con maestro de matriculas solo entran los alumnos
      *  matriculados en algun momento del termino; sin el se usa
      *  la lista plana de matriculados (DD ALUMNOS) )
           CargaRoster.
           MOVE "N" TO FinRoster.
           OPEN INPUT ArchivoMatriculas.
           IF NOT NoHayMatriculas
               MOVE "S" TO RosterMatriculasFlag
               PERFORM CargaRosterMatriculas
               CLOSE ArchivoMatriculas
           ELSE
               CLOSE ArchivoMatriculas
               OPEN INPUT ArchivoRoster
               IF NoHayRoster
                   MOVE "S" TO FinRoster
               END-IF
               PERFORM CargaUnAlumno UNTIL NoHayMasRoster
               CLOSE ArchivoRoster.

           CargaRosterMatriculas.
           COMPUTE PrimerDiaTermino = TerminoActual * 100 + 1.
           COMPUTE UltimoDiaTermino = TerminoActual * 100 + 31.
           MOVE LOW-VALUES TO MT-AlumnoId.
           START ArchivoMatriculas KEY IS NOT LESS THAN MT-AlumnoId
               INVALID KEY
                   MOVE "S" TO FinRoster
           END-START.
           PERFORM CargaUnaMatricula UNTIL NoHayMasRoster.

           CargaUnaMatricula.
           READ ArchivoMatriculas NEXT
               AT END MOVE "S" TO FinRoster
               NOT AT END
                   IF MT-FechaAlta NOT > UltimoDiaTermino
                       AND (MT-FechaBaja = ZEROS
                       OR MT-FechaBaja NOT < PrimerDiaTermino)
                       AND TotalRoster < 200
                       ADD 1 TO TotalRoster
                       MOVE MT-AlumnoId TO ROS-Id(TotalRoster)
                       MOVE MT-Nombre TO ROS-Nombre(TotalRoster)
                       MOVE MT-Grupo TO ROS-Grupo(TotalRoster)
                       MOVE "N" TO ROS-ConNota(TotalRoster)
                   END-IF
           END-READ.

           CargaUnAlumno.
           READ ArchivoRoster
               DISPLAY LineaNotas.

           GrabaMaestroNotas.
           IF RosterDeMatriculas AND NOT AlumnoEnRoster
               MOVE SPACES TO LineaNotas
               STRING "  AVISO: no matriculado en el termino "
                   TerminoActual ", no pasa al maestro de notas"
                   DELIMITED BY SIZE INTO LineaNotas
               WRITE LineaNotas
               DISPLAY LineaNotas
           ELSE
               PERFORM GrabaNotaMaestro.

           GrabaNotaMaestro.
           MOVE AlumnoActual TO NM-AlumnoId.
           MOVE TerminoActual TO NM-Termino.
           MOVE NombreAlumno TO NM-Nombre.
