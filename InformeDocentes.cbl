       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeDocentes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoAsignaciones
               ASSIGN TO "asignaciones_docentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-Clave
               FILE STATUS IS EstadoAsignaciones.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoMaestroNotas
               ASSIGN TO "notas_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-Clave
               FILE STATUS IS EstadoMaestroNotas.
           SELECT ReporteDocentes ASSIGN TO "docentes.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoAsignaciones.
       COPY "ASIGDOC.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoMaestroNotas.
       COPY "NOTAMST.cpy".
       FD  ReporteDocentes.
       01  LineaDocente PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoAsignaciones PIC XX VALUE "00".
           88 NoHayAsignaciones VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
       01  EstadoMaestroNotas PIC XX VALUE "00".
           88 NoHayMaestroNotas VALUE "05".
       77  FinAsignaciones PIC X VALUE "N".
           88 NoHayMasAsignaciones VALUE "S".
       77  FinMaestro PIC X VALUE "N".
           88 NoHayMasMaestro VALUE "S".
       77  GrupoHalladoFlag PIC X VALUE "N".
           88 GrupoHallado VALUE "S".
       77  TerminoSolicitado PIC 9(6) VALUE ZEROS.
       77  TotalAsignaciones PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  TotalNoActivos PIC 9(4) VALUE ZEROS.
       77  TotalGrupos PIC 999 VALUE ZEROS.
       77  GruposOmitidos PIC 9(4) VALUE ZEROS.
       77  IdxGrupo PIC 999 VALUE ZEROS.
       77  IdxGrupoHallado PIC 999 VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxAsig PIC 9(4) COMP VALUE ZEROS.
       77  DeptoAnterior PIC X(4) VALUE SPACES.
       77  ProfesorAnterior PIC 9(6) VALUE ZEROS.
       77  GrupoAnterior PIC X(5) VALUE SPACES.
       77  HorasProfesor PIC 9(4) VALUE ZEROS.
       77  HorasDepto PIC 9(5) VALUE ZEROS.
       77  ProfesoresDepto PIC 999 VALUE ZEROS.
       77  HorasTotal PIC 9(6) VALUE ZEROS.
       77  AlumnosProfesor PIC 9(5) VALUE ZEROS.
       77  SumaProfesor PIC 9(8) VALUE ZEROS.
       77  AprobadosProfesor PIC 9(5) VALUE ZEROS.
       77  HonorProfesor PIC 9(5) VALUE ZEROS.
       77  Media PIC 999V99 VALUE ZEROS.
       77  PorcAprobados PIC 999V9 VALUE ZEROS.
       77  MediaEditada PIC ZZ9,99.
       77  PorcEditado PIC ZZ9,9.
       77  HorasEditadas PIC ZZZZ9.
       77  ContadorEditado PIC ZZZZ9.
       77  HonorEditado PIC ZZZZ9.
       77  GrupoBuscado PIC X(5) VALUE SPACES.
       77  GrupoRepetidoFlag PIC X VALUE "N".
           88 GrupoRepetido VALUE "S".
       77  MarcaEstado PIC X(12) VALUE SPACES.
       01  EntradaTemporal.
           05 TMP-Orden.
               10 TMP-Depto PIC X(4).
               10 TMP-EmpleadoId PIC 9(6).
               10 TMP-Grupo PIC X(5).
               10 TMP-Asignatura PIC X(6).
           05 TMP-Horas PIC 99.
           05 TMP-Nombre PIC X(30).
           05 TMP-Estado PIC X.
       01  TablaAsignaciones.
           05 ASG-Entrada OCCURS 2000 TIMES.
               10 ASG-Orden.
                   15 ASG-Depto PIC X(4).
                   15 ASG-EmpleadoId PIC 9(6).
                   15 ASG-Grupo PIC X(5).
                   15 ASG-Asignatura PIC X(6).
               10 ASG-Horas PIC 99.
               10 ASG-Nombre PIC X(30).
               10 ASG-Estado PIC X.
       01  TablaGrupos.
           05 GRP-Entrada OCCURS 200 TIMES.
               10 GRP-Grupo PIC X(5).
               10 GRP-Alumnos PIC 9(5).
               10 GRP-SumaNotas PIC 9(8).
               10 GRP-Aprobados PIC 9(5).
               10 GRP-Honor PIC 9(5).

       PROCEDURE DIVISION.
      *( carga lectiva por departamento y profesor a partir de la
      *  asignacion docente, y resultados academicos de los grupos
      *  de cada profesor sacados del maestro de notas para que
      *  jefatura de estudios compare grupos. El maestro de notas
      *  no distingue asignaturas, asi que los resultados son los
      *  del grupo completo; un grupo con dos asignaturas del
      *  mismo profesor cuenta una sola vez. Aprobado es banda
      *  distinta de F y de ?, y cuadro de honor la banda A )
       Inicio.
           DISPLAY "InformeDocentes: carga lectiva y resultados por "
               "profesor.".
           DISPLAY "Introduce el termino (AAAAMM, 0 = todos): ".
           ACCEPT TerminoSolicitado.
           PERFORM CargaResultados.
           OPEN INPUT ArchivoEmpleados.
           OPEN INPUT ArchivoAsignaciones.
           IF NoHayAsignaciones
               MOVE "S" TO FinAsignaciones.
           PERFORM LeeAsignacion.
           PERFORM CargaAsignacion UNTIL NoHayMasAsignaciones.
           CLOSE ArchivoAsignaciones.
           CLOSE ArchivoEmpleados.
           PERFORM OrdenaAsignaciones.
           OPEN OUTPUT ReporteDocentes.
           PERFORM EscribeCargaLectiva.
           PERFORM EscribeResultados.
           PERFORM EscribeResumen.
           CLOSE ReporteDocentes.
           IF TotalOmitidas NOT = ZEROS OR GruposOmitidos NOT = ZEROS
               OR TotalNoActivos NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *( resultados por grupo del termino pedido )
       CargaResultados.
           OPEN INPUT ArchivoMaestroNotas.
           IF NoHayMaestroNotas
               MOVE "S" TO FinMaestro.
           PERFORM LeeMaestro.
           PERFORM AcumulaNota UNTIL NoHayMasMaestro.
           CLOSE ArchivoMaestroNotas.

       LeeMaestro.
           IF NOT NoHayMasMaestro
               READ ArchivoMaestroNotas NEXT
                   AT END MOVE "S" TO FinMaestro
               END-READ.

       AcumulaNota.
           IF TerminoSolicitado = ZEROS
               OR NM-Termino = TerminoSolicitado
               MOVE NM-Grupo TO GrupoBuscado
               PERFORM BuscaGrupo
               IF NOT GrupoHallado
                   PERFORM AnadeGrupo
               END-IF
               IF GrupoHallado
                   ADD 1 TO GRP-Alumnos(IdxGrupoHallado)
                   ADD NM-Nota TO GRP-SumaNotas(IdxGrupoHallado)
                   IF NM-Banda NOT = "F" AND NM-Banda NOT = "?"
                       ADD 1 TO GRP-Aprobados(IdxGrupoHallado)
                   END-IF
                   IF NM-Banda = "A"
                       ADD 1 TO GRP-Honor(IdxGrupoHallado)
                   END-IF
               END-IF.
           PERFORM LeeMaestro.

       BuscaGrupo.
           MOVE "N" TO GrupoHalladoFlag.
           MOVE ZEROS TO IdxGrupoHallado.
           PERFORM CompruebaGrupo
               VARYING IdxGrupo FROM 1 BY 1
               UNTIL IdxGrupo > TotalGrupos OR GrupoHallado.

       CompruebaGrupo.
           IF GRP-Grupo(IdxGrupo) = GrupoBuscado
               MOVE "S" TO GrupoHalladoFlag
               MOVE IdxGrupo TO IdxGrupoHallado.

       AnadeGrupo.
           IF TotalGrupos = 200
               ADD 1 TO GruposOmitidos
           ELSE
               ADD 1 TO TotalGrupos
               MOVE NM-Grupo TO GRP-Grupo(TotalGrupos)
               MOVE ZEROS TO GRP-Alumnos(TotalGrupos)
               MOVE ZEROS TO GRP-SumaNotas(TotalGrupos)
               MOVE ZEROS TO GRP-Aprobados(TotalGrupos)
               MOVE ZEROS TO GRP-Honor(TotalGrupos)
               MOVE "S" TO GrupoHalladoFlag
               MOVE TotalGrupos TO IdxGrupoHallado.

       LeeAsignacion.
           IF NOT NoHayMasAsignaciones
               READ ArchivoAsignaciones NEXT
                   AT END MOVE "S" TO FinAsignaciones
               END-READ.

      *( el profesor que ya no esta activo sigue en el informe,
      *  marcado, para que jefatura reasigne sus grupos )
       CargaAsignacion.
           IF TotalAsignaciones = 2000
               ADD 1 TO TotalOmitidas
           ELSE
               ADD 1 TO TotalAsignaciones
               MOVE AD-EmpleadoId TO ASG-EmpleadoId(TotalAsignaciones)
               MOVE AD-Grupo TO ASG-Grupo(TotalAsignaciones)
               MOVE AD-Asignatura TO ASG-Asignatura(TotalAsignaciones)
               MOVE AD-HorasSemana TO ASG-Horas(TotalAsignaciones)
               MOVE AD-EmpleadoId TO EMP-EMPLEADO-ID
               READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
                   INVALID KEY
                       MOVE "????" TO ASG-Depto(TotalAsignaciones)
                       MOVE "*** EMPLEADO DESCONOCIDO ***"
                           TO ASG-Nombre(TotalAsignaciones)
                       MOVE "?" TO ASG-Estado(TotalAsignaciones)
                   NOT INVALID KEY
                       MOVE EMP-DEPARTAMENTO
                           TO ASG-Depto(TotalAsignaciones)
                       MOVE SPACES TO ASG-Nombre(TotalAsignaciones)
                       STRING EMP-NOMBRE DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           EMP-APELLIDO1 DELIMITED BY "  "
                           INTO ASG-Nombre(TotalAsignaciones)
                       MOVE EMP-ESTADO TO ASG-Estado(TotalAsignaciones)
               END-READ
               IF ASG-Estado(TotalAsignaciones) NOT = "A"
                   ADD 1 TO TotalNoActivos
               END-IF.
           PERFORM LeeAsignacion.

       OrdenaAsignaciones.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalAsignaciones.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalAsignaciones.
           IF IdxMenor NOT = IdxOrden
               MOVE ASG-Entrada(IdxOrden) TO EntradaTemporal
               MOVE ASG-Entrada(IdxMenor) TO ASG-Entrada(IdxOrden)
               MOVE EntradaTemporal TO ASG-Entrada(IdxMenor).

       BuscaMenor.
           IF ASG-Orden(IdxBusca) < ASG-Orden(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

      *( primera parte: horas semanales por profesor, con
      *  subtotal por departamento )
       EscribeCargaLectiva.
           MOVE "Carga lectiva por departamento y profesor"
               TO LineaDocente.
           WRITE LineaDocente.
           MOVE ALL "=" TO LineaDocente.
           WRITE LineaDocente.
           PERFORM EscribeLineaCarga
               VARYING IdxAsig FROM 1 BY 1
               UNTIL IdxAsig > TotalAsignaciones.
           IF TotalAsignaciones NOT = ZEROS
               PERFORM EscribeTotalProfesor
               PERFORM EscribeTotalDepto.

       EscribeLineaCarga.
           IF IdxAsig = 1
               PERFORM EscribeCabeceraDepto
               PERFORM EscribeCabeceraProfesor
           ELSE
               IF ASG-Depto(IdxAsig) NOT = DeptoAnterior
                   PERFORM EscribeTotalProfesor
                   PERFORM EscribeTotalDepto
                   PERFORM EscribeCabeceraDepto
                   PERFORM EscribeCabeceraProfesor
               ELSE
                   IF ASG-EmpleadoId(IdxAsig) NOT = ProfesorAnterior
                       PERFORM EscribeTotalProfesor
                       PERFORM EscribeCabeceraProfesor.
           ADD ASG-Horas(IdxAsig) TO HorasProfesor.
           ADD ASG-Horas(IdxAsig) TO HorasDepto.
           ADD ASG-Horas(IdxAsig) TO HorasTotal.
           MOVE ASG-Horas(IdxAsig) TO HorasEditadas.
           MOVE SPACES TO LineaDocente.
           STRING "        grupo " ASG-Grupo(IdxAsig)
               "  asignatura " ASG-Asignatura(IdxAsig)
               "  horas " HorasEditadas
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       EscribeCabeceraDepto.
           MOVE ASG-Depto(IdxAsig) TO DeptoAnterior.
           MOVE ZEROS TO HorasDepto.
           MOVE ZEROS TO ProfesoresDepto.
           MOVE SPACES TO LineaDocente.
           WRITE LineaDocente.
           MOVE SPACES TO LineaDocente.
           STRING "Departamento " DeptoAnterior
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.
           MOVE ALL "-" TO LineaDocente.
           WRITE LineaDocente.

       EscribeCabeceraProfesor.
           MOVE ASG-EmpleadoId(IdxAsig) TO ProfesorAnterior.
           MOVE ZEROS TO HorasProfesor.
           ADD 1 TO ProfesoresDepto.
           PERFORM PreparaMarcaEstado.
           MOVE SPACES TO LineaDocente.
           STRING "  " ASG-EmpleadoId(IdxAsig) " "
               ASG-Nombre(IdxAsig) " " MarcaEstado
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       PreparaMarcaEstado.
           EVALUATE ASG-Estado(IdxAsig)
               WHEN "A" MOVE SPACES TO MarcaEstado
               WHEN "S" MOVE "*SUSPENDIDO*" TO MarcaEstado
               WHEN "B" MOVE "*DE BAJA*" TO MarcaEstado
               WHEN OTHER MOVE "*NO EXISTE*" TO MarcaEstado
           END-EVALUATE.

       EscribeTotalProfesor.
           MOVE HorasProfesor TO HorasEditadas.
           MOVE SPACES TO LineaDocente.
           STRING "        total horas semanales del profesor "
               HorasEditadas
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       EscribeTotalDepto.
           MOVE HorasDepto TO HorasEditadas.
           MOVE ProfesoresDepto TO ContadorEditado.
           MOVE SPACES TO LineaDocente.
           STRING "Total departamento " DeptoAnterior ": "
               ContadorEditado " profesores, " HorasEditadas
               " horas semanales"
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

      *( segunda parte: resultados de los grupos de cada
      *  profesor y su agregado )
       EscribeResultados.
           MOVE SPACES TO LineaDocente.
           WRITE LineaDocente AFTER ADVANCING PAGE.
           MOVE SPACES TO LineaDocente.
           IF TerminoSolicitado = ZEROS
               MOVE "Resultados por profesor, todos los terminos"
                   TO LineaDocente
           ELSE
               STRING "Resultados por profesor del termino "
                   TerminoSolicitado
                   DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.
           MOVE ALL "=" TO LineaDocente.
           WRITE LineaDocente.
           MOVE ZEROS TO ProfesorAnterior.
           PERFORM EscribeLineaResultado
               VARYING IdxAsig FROM 1 BY 1
               UNTIL IdxAsig > TotalAsignaciones.
           IF TotalAsignaciones NOT = ZEROS
               PERFORM EscribeResultadoProfesor.

       EscribeLineaResultado.
           MOVE "N" TO GrupoRepetidoFlag.
           IF IdxAsig = 1
               PERFORM IniciaResultadoProfesor
           ELSE
               IF ASG-EmpleadoId(IdxAsig) NOT = ProfesorAnterior
                   OR ASG-Depto(IdxAsig) NOT = DeptoAnterior
                   PERFORM EscribeResultadoProfesor
                   PERFORM IniciaResultadoProfesor
               ELSE
                   IF ASG-Grupo(IdxAsig) = GrupoAnterior
                       MOVE "S" TO GrupoRepetidoFlag.
           IF NOT GrupoRepetido
               PERFORM EscribeResultadoGrupo.

       EscribeResultadoGrupo.
           MOVE ASG-Grupo(IdxAsig) TO GrupoAnterior.
           MOVE ASG-Grupo(IdxAsig) TO GrupoBuscado.
           PERFORM BuscaGrupo.
           MOVE SPACES TO LineaDocente.
           IF NOT GrupoHallado
               STRING "        grupo " ASG-Grupo(IdxAsig)
                   "  sin calificaciones"
                   DELIMITED BY SIZE INTO LineaDocente
           ELSE
               ADD GRP-Alumnos(IdxGrupoHallado) TO AlumnosProfesor
               ADD GRP-SumaNotas(IdxGrupoHallado) TO SumaProfesor
               ADD GRP-Aprobados(IdxGrupoHallado)
                   TO AprobadosProfesor
               ADD GRP-Honor(IdxGrupoHallado) TO HonorProfesor
               COMPUTE Media ROUNDED =
                   GRP-SumaNotas(IdxGrupoHallado) /
                   GRP-Alumnos(IdxGrupoHallado)
               COMPUTE PorcAprobados ROUNDED =
                   GRP-Aprobados(IdxGrupoHallado) * 100 /
                   GRP-Alumnos(IdxGrupoHallado)
               MOVE Media TO MediaEditada
               MOVE PorcAprobados TO PorcEditado
               MOVE GRP-Alumnos(IdxGrupoHallado) TO ContadorEditado
               MOVE GRP-Honor(IdxGrupoHallado) TO HonorEditado
               STRING "        grupo " ASG-Grupo(IdxAsig)
                   "  alumnos " ContadorEditado
                   "  media " MediaEditada
                   "  aprobados " PorcEditado " %"
                   "  honor " HonorEditado
                   DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       IniciaResultadoProfesor.
           MOVE ASG-EmpleadoId(IdxAsig) TO ProfesorAnterior.
           MOVE ASG-Depto(IdxAsig) TO DeptoAnterior.
           MOVE SPACES TO GrupoAnterior.
           MOVE ZEROS TO AlumnosProfesor.
           MOVE ZEROS TO SumaProfesor.
           MOVE ZEROS TO AprobadosProfesor.
           MOVE ZEROS TO HonorProfesor.
           PERFORM PreparaMarcaEstado.
           MOVE SPACES TO LineaDocente.
           WRITE LineaDocente.
           MOVE SPACES TO LineaDocente.
           STRING ASG-Depto(IdxAsig) " " ASG-EmpleadoId(IdxAsig)
               " " ASG-Nombre(IdxAsig) " " MarcaEstado
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       EscribeResultadoProfesor.
           MOVE SPACES TO LineaDocente.
           IF AlumnosProfesor = ZEROS
               MOVE "        sin alumnos calificados" TO LineaDocente
           ELSE
               COMPUTE Media ROUNDED =
                   SumaProfesor / AlumnosProfesor
               COMPUTE PorcAprobados ROUNDED =
                   AprobadosProfesor * 100 / AlumnosProfesor
               MOVE Media TO MediaEditada
               MOVE PorcAprobados TO PorcEditado
               MOVE AlumnosProfesor TO ContadorEditado
               MOVE HonorProfesor TO HonorEditado
               STRING "        total   alumnos " ContadorEditado
                   "  media " MediaEditada
                   "  aprobados " PorcEditado " %"
                   "  honor " HonorEditado
                   DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.

       EscribeResumen.
           MOVE SPACES TO LineaDocente.
           WRITE LineaDocente.
           MOVE TotalAsignaciones TO ContadorEditado.
           MOVE HorasTotal TO HorasEditadas.
           MOVE SPACES TO LineaDocente.
           STRING "Asignaciones: " ContadorEditado
               "  horas semanales: " HorasEditadas
               DELIMITED BY SIZE INTO LineaDocente.
           WRITE LineaDocente.
           DISPLAY LineaDocente.
           IF TotalNoActivos NOT = ZEROS
               MOVE TotalNoActivos TO ContadorEditado
               MOVE SPACES TO LineaDocente
               STRING "AVISO: " ContadorEditado
                   " asignaciones de profesores no activos"
                   DELIMITED BY SIZE INTO LineaDocente
               WRITE LineaDocente
               DISPLAY LineaDocente.
           IF TotalOmitidas NOT = ZEROS
               MOVE TotalOmitidas TO ContadorEditado
               MOVE SPACES TO LineaDocente
               STRING "AVISO: " ContadorEditado
                   " asignaciones no caben en el informe"
                   DELIMITED BY SIZE INTO LineaDocente
               WRITE LineaDocente
               DISPLAY LineaDocente.
           IF GruposOmitidos NOT = ZEROS
               MOVE GruposOmitidos TO ContadorEditado
               MOVE SPACES TO LineaDocente
               STRING "AVISO: " ContadorEditado
                   " calificaciones de grupos fuera de la tabla"
                   DELIMITED BY SIZE INTO LineaDocente
               WRITE LineaDocente
               DISPLAY LineaDocente.
       END PROGRAM InformeDocentes.
