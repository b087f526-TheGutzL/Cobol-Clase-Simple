       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpedienteAlumnos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoMaestroNotas
               ASSIGN TO "notas_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-Clave
               FILE STATUS IS EstadoMaestroNotas.
           SELECT OPTIONAL ArchivoContactos
               ASSIGN TO "contactos_alumnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-AlumnoId
               FILE STATUS IS EstadoContactos.
           SELECT ReporteExpedientes ASSIGN TO "expedientes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoMaestroNotas.
       COPY "NOTAMST.cpy".
       FD  ArchivoContactos.
       COPY "ALUCONT.cpy".
       FD  ReporteExpedientes.
       01  LineaExpediente PIC X(70).
       WORKING-STORAGE SECTION.
       01  EstadoMaestroNotas PIC XX VALUE "00".
           88 NoHayMaestroNotas VALUE "05".
       01  EstadoContactos PIC XX VALUE "00".
       77  FinMaestro PIC X VALUE "N".
           88 NoHayMasMaestro VALUE "S".
       77  ContactoHalladoFlag PIC X VALUE "N".
           88 ContactoHallado VALUE "S".
       77  EnGrupoFlag PIC X VALUE "N".
           88 AlumnoEnGrupo VALUE "S".
       77  AlumnoSolicitado PIC X(6) VALUE SPACES.
       77  GrupoSolicitado PIC X(5) VALUE SPACES.
       77  AlumnoActual PIC X(6) VALUE SPACES.
       77  NombreActual PIC X(20) VALUE SPACES.
       77  TotalTerminos PIC 99 VALUE ZEROS.
       77  TotalTerminosPerdidos PIC 9(4) VALUE ZEROS.
       77  IdxTermino PIC 99 COMP VALUE ZEROS.
       77  TerminosAprobados PIC 99 VALUE ZEROS.
       77  SumaNotas PIC 9(5) VALUE ZEROS.
       77  MediaAcumulada PIC 999V99 VALUE ZEROS.
       77  MediaEditada PIC ZZ9,99.
       77  AsistenciaEditada PIC X(4) VALUE SPACES.
       77  NotaEditada PIC ZZ9.
       77  OriginalEditada PIC X(4) VALUE SPACES.
       77  RecuperacionEditada PIC X(4) VALUE SPACES.
       77  TotalExpedientes PIC 9(4) VALUE ZEROS.
       77  TotalSinContacto PIC 9(4) VALUE ZEROS.
       01  TablaTerminos.
           05 TER-Entrada OCCURS 40 TIMES.
               10 TER-Termino PIC 9(6).
               10 TER-Grupo PIC X(5).
               10 TER-Nota PIC 999.
               10 TER-Banda PIC X.
               10 TER-Asistencia PIC 999.
               10 TER-NotaOriginal PIC 999.
               10 TER-NotaRecuperacion PIC 999.

       PROCEDURE DIVISION.
      *( expediente academico acumulado: todos los terminos del
      *  maestro de calificaciones de un alumno, o de cada alumno
      *  que haya estado en un grupo, con la nota final, la banda,
      *  la convocatoria extraordinaria (nota original frente a la
      *  de recuperacion) y la asistencia; cierra con la media
      *  acumulada y los terminos aprobados, que son los de banda
      *  distinta de F y de ?. Va dirigido al tutor del maestro de
      *  contacto, con el encabezado de CartasAlumnos )
       Inicio.
           DISPLAY "ExpedienteAlumnos: expediente academico "
               "acumulado.".
           DISPLAY "Alumno (en blanco para un grupo o todos): ".
           ACCEPT AlumnoSolicitado.
           IF AlumnoSolicitado = SPACES
               DISPLAY "Grupo (en blanco para todos): "
               ACCEPT GrupoSolicitado.
           OPEN INPUT ArchivoMaestroNotas.
           IF NoHayMaestroNotas
               DISPLAY "ExpedienteAlumnos: no se encontro el maestro "
                   "de calificaciones."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoContactos
               OPEN OUTPUT ReporteExpedientes
               PERFORM PosicionaMaestro
               PERFORM LeeMaestro
               PERFORM ExaminaCalificacion UNTIL NoHayMasMaestro
               IF AlumnoActual NOT = SPACES
                   PERFORM CierraAlumno
               END-IF
               CLOSE ArchivoMaestroNotas
               CLOSE ArchivoContactos
               CLOSE ReporteExpedientes
               PERFORM EscribeResumen.
           STOP RUN.

       PosicionaMaestro.
           IF AlumnoSolicitado NOT = SPACES
               MOVE AlumnoSolicitado TO NM-AlumnoId
               MOVE ZEROS TO NM-Termino
               START ArchivoMaestroNotas
                   KEY IS NOT LESS THAN NM-Clave
                   INVALID KEY
                       MOVE "S" TO FinMaestro
               END-START.

       LeeMaestro.
           IF NOT NoHayMasMaestro
               READ ArchivoMaestroNotas NEXT
                   AT END MOVE "S" TO FinMaestro
               END-READ.
           IF NOT NoHayMasMaestro
               AND AlumnoSolicitado NOT = SPACES
               AND NM-AlumnoId NOT = AlumnoSolicitado
               MOVE "S" TO FinMaestro.

      *( el maestro viene ordenado por alumno y termino: los
      *  terminos de cada alumno se guardan hasta el cambio de
      *  alumno, que decide si el expediente sale )
       ExaminaCalificacion.
           IF NM-AlumnoId NOT = AlumnoActual
               IF AlumnoActual NOT = SPACES
                   PERFORM CierraAlumno
               END-IF
               PERFORM AbreAlumno.
           IF NM-Grupo = GrupoSolicitado
               MOVE "S" TO EnGrupoFlag.
           IF TotalTerminos < 40
               ADD 1 TO TotalTerminos
               MOVE NM-Termino TO TER-Termino(TotalTerminos)
               MOVE NM-Grupo TO TER-Grupo(TotalTerminos)
               MOVE NM-Nota TO TER-Nota(TotalTerminos)
               MOVE NM-Banda TO TER-Banda(TotalTerminos)
               MOVE NM-Asistencia TO TER-Asistencia(TotalTerminos)
               MOVE NM-NotaOriginal TO TER-NotaOriginal(TotalTerminos)
               MOVE NM-NotaRecuperacion
                   TO TER-NotaRecuperacion(TotalTerminos)
           ELSE
               ADD 1 TO TotalTerminosPerdidos
               DISPLAY "ExpedienteAlumnos: mas de 40 terminos, se "
                   "omite " NM-AlumnoId " " NM-Termino.
           PERFORM LeeMaestro.

       AbreAlumno.
           MOVE NM-AlumnoId TO AlumnoActual.
           MOVE NM-Nombre TO NombreActual.
           MOVE ZEROS TO TotalTerminos.
           MOVE "N" TO EnGrupoFlag.
           IF GrupoSolicitado = SPACES
               MOVE "S" TO EnGrupoFlag.

       CierraAlumno.
           IF AlumnoEnGrupo
               ADD 1 TO TotalExpedientes
               MOVE ZEROS TO SumaNotas
               MOVE ZEROS TO TerminosAprobados
               PERFORM EscribeEncabezado
               PERFORM EscribeTermino
                   VARYING IdxTermino FROM 1 BY 1
                   UNTIL IdxTermino > TotalTerminos
               PERFORM EscribePie.

      *( mismo encabezado de tutor que las cartas a las familias;
      *  sin contacto el expediente sale igual y se cuenta )
       EscribeEncabezado.
           PERFORM BuscaContacto.
           MOVE SPACES TO LineaExpediente.
           STRING "Alumno: " AlumnoActual " " NombreActual
               DELIMITED BY SIZE INTO LineaExpediente.
           WRITE LineaExpediente AFTER ADVANCING PAGE.
           IF ContactoHallado
               MOVE CA-Tutor TO LineaExpediente
               WRITE LineaExpediente
               MOVE CA-Calle TO LineaExpediente
               WRITE LineaExpediente
               MOVE SPACES TO LineaExpediente
               STRING CA-CodigoPostal " " CA-Ciudad
                   DELIMITED BY SIZE INTO LineaExpediente
               WRITE LineaExpediente
           ELSE
               ADD 1 TO TotalSinContacto
               MOVE "(sin direccion de contacto)" TO LineaExpediente
               WRITE LineaExpediente.
           MOVE SPACES TO LineaExpediente.
           WRITE LineaExpediente.
           MOVE "EXPEDIENTE ACADEMICO" TO LineaExpediente.
           WRITE LineaExpediente.
           MOVE SPACES TO LineaExpediente.
           WRITE LineaExpediente.
           MOVE "Termino Grupo  Nota Banda  Original Recuperac. Asist."
               TO LineaExpediente.
           WRITE LineaExpediente.
           MOVE ALL "-" TO LineaExpediente.
           WRITE LineaExpediente.

       EscribeTermino.
           ADD TER-Nota(IdxTermino) TO SumaNotas.
           IF TER-Banda(IdxTermino) NOT = "F"
               AND TER-Banda(IdxTermino) NOT = "?"
               ADD 1 TO TerminosAprobados.
           MOVE TER-Nota(IdxTermino) TO NotaEditada.
           MOVE SPACES TO OriginalEditada.
           MOVE SPACES TO RecuperacionEditada.
           IF TER-NotaRecuperacion(IdxTermino) IS NUMERIC
               AND TER-NotaRecuperacion(IdxTermino) NOT = ZEROS
               MOVE TER-NotaOriginal(IdxTermino) TO OriginalEditada
               MOVE TER-NotaRecuperacion(IdxTermino)
                   TO RecuperacionEditada.
           IF TER-Asistencia(IdxTermino) IS NUMERIC
               AND TER-Asistencia(IdxTermino) NOT = ZEROS
               MOVE SPACES TO AsistenciaEditada
               STRING TER-Asistencia(IdxTermino) "%"
                   DELIMITED BY SIZE INTO AsistenciaEditada
           ELSE
               MOVE "s/d" TO AsistenciaEditada.
           MOVE SPACES TO LineaExpediente.
           MOVE TER-Termino(IdxTermino) TO LineaExpediente(1:6).
           MOVE TER-Grupo(IdxTermino) TO LineaExpediente(9:5).
           MOVE NotaEditada TO LineaExpediente(16:3).
           MOVE TER-Banda(IdxTermino) TO LineaExpediente(22:1).
           MOVE OriginalEditada TO LineaExpediente(29:4).
           MOVE RecuperacionEditada TO LineaExpediente(38:4).
           MOVE AsistenciaEditada TO LineaExpediente(48:4).
           WRITE LineaExpediente.

       EscribePie.
           MOVE ALL "-" TO LineaExpediente.
           WRITE LineaExpediente.
           IF TotalTerminos NOT = ZEROS
               COMPUTE MediaAcumulada ROUNDED =
                   SumaNotas / TotalTerminos
           ELSE
               MOVE ZEROS TO MediaAcumulada.
           MOVE MediaAcumulada TO MediaEditada.
           MOVE SPACES TO LineaExpediente.
           STRING "Media acumulada: " MediaEditada
               DELIMITED BY SIZE INTO LineaExpediente.
           WRITE LineaExpediente.
           MOVE SPACES TO LineaExpediente.
           STRING "Terminos aprobados: " TerminosAprobados
               " de " TotalTerminos
               DELIMITED BY SIZE INTO LineaExpediente.
           WRITE LineaExpediente.
           MOVE SPACES TO LineaExpediente.
           WRITE LineaExpediente.
           MOVE "Atentamente, la secretaria academica."
               TO LineaExpediente.
           WRITE LineaExpediente.

       BuscaContacto.
           MOVE "N" TO ContactoHalladoFlag.
           MOVE AlumnoActual TO CA-AlumnoId.
           READ ArchivoContactos KEY IS CA-AlumnoId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ContactoHalladoFlag
           END-READ.

       EscribeResumen.
           DISPLAY "ExpedienteAlumnos: expedientes emitidos: "
               TotalExpedientes.
           DISPLAY "ExpedienteAlumnos: expedientes sin contacto: "
               TotalSinContacto.
           IF TotalTerminosPerdidos NOT = ZEROS
               DISPLAY "ExpedienteAlumnos: terminos omitidos por "
                   "exceso: " TotalTerminosPerdidos
               MOVE 4 TO RETURN-CODE.

       END PROGRAM ExpedienteAlumnos.
