       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoBecas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoBecas
               ASSIGN TO "becas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-Clave
               FILE STATUS IS EstadoBecas.
           SELECT OPTIONAL ArchivoTransBecas
               ASSIGN TO "trans_becas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransBecas.
           SELECT OPTIONAL ArchivoMaestroNotas
               ASSIGN TO "notas_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-Clave
               FILE STATUS IS EstadoMaestroNotas.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "cartas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteBecas ASSIGN TO "becas_cambios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoBecas.
       COPY "BECAREG.cpy".
       FD  ArchivoTransBecas.
       01  TBE-Registro.
           05 TBE-Tipo PIC X.
           05 TBE-AlumnoId PIC X(6).
           05 TBE-Termino PIC 9(6).
           05 TBE-TipoBeca PIC X.
           05 TBE-Nombre PIC X(20).
           05 TBE-Grupo PIC X(5).
           05 TBE-Porcentaje PIC 999V99.
           05 TBE-Importe PIC 9(5)V99.
           05 TBE-Aprobador PIC X(8).
       FD  ArchivoMaestroNotas.
       COPY "NOTAMST.cpy".
       FD  ArchivoParametros.
       01  CP-Registro.
           05 CP-UmbralAsistencia PIC 999.
       FD  ReporteBecas.
       01  LineaBeca PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoBecas PIC XX VALUE "00".
       01  EstadoTransBecas PIC XX VALUE "00".
           88 NoHayTransBecas VALUE "05".
       01  EstadoMaestroNotas PIC XX VALUE "00".
           88 NoHayMaestroNotas VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinTransBecas PIC X VALUE "N".
           88 NoHayMasTransBecas VALUE "S".
       77  FinNotas PIC X VALUE "N".
           88 NoHayMasNotas VALUE "S".
       77  NotaPreviaFlag PIC X VALUE "N".
           88 HayNotaPrevia VALUE "S".
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "MantenimBecas".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  UmbralAsistencia PIC 999 VALUE 80.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  MotivoRechazo PIC X(45) VALUE SPACES.
       77  PrevioTermino PIC 9(6) VALUE ZEROS.
       77  PrevioBanda PIC X VALUE SPACE.
       77  PrevioAsistencia PIC 999 VALUE ZEROS.
       77  PrevioNombre PIC X(20) VALUE SPACES.
       77  PrevioGrupo PIC X(5) VALUE SPACES.
       77  PorcentajeEditado PIC ZZ9,99.
       77  ImporteEditado PIC ZZZZ9,99.

      *( mantenimiento del maestro de becas: las altas (A),
      *  cambios (C) y bajas (D) de trans_becas.dat se aplican
      *  directamente, como en MantenimientoContactos. La beca de
      *  merito solo se admite si el alumno estuvo en el cuadro
      *  de honor (banda A y asistencia minima, como en
      *  CartasAlumnos) en su ultimo termino calificado anterior
      *  al de la beca; la ayuda por necesidad exige el
      *  aprobador de secretaria. El nombre y el grupo que no
      *  traiga la transaccion se toman del maestro de notas )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "MantenimientoBecas: mantenimiento del maestro "
               "de becas.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "L" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoBecas: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoTransBecas.
           IF NoHayTransBecas
               DISPLAY "MantenimientoBecas: no se encontro "
                   "trans_becas.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN I-O ArchivoBecas
               OPEN INPUT ArchivoMaestroNotas
               OPEN OUTPUT ReporteBecas
               PERFORM LeeTransBeca
               PERFORM AplicaTransBeca
                   UNTIL NoHayMasTransBecas
               CLOSE ArchivoBecas
               CLOSE ArchivoMaestroNotas
               CLOSE ReporteBecas
               CLOSE ArchivoTransBecas
               DISPLAY "MantenimientoBecas: aplicadas "
                   TotalAplicadas " rechazadas " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       IF CP-UmbralAsistencia NOT = ZEROS
                           MOVE CP-UmbralAsistencia
                               TO UmbralAsistencia
                       END-IF
               END-READ.
           CLOSE ArchivoParametros.

       LeeTransBeca.
           READ ArchivoTransBecas
               AT END MOVE "S" TO FinTransBecas.

       AplicaTransBeca.
           MOVE SPACES TO MotivoRechazo.
           EVALUATE TBE-Tipo
               WHEN "A" PERFORM AltaBeca
               WHEN "C" PERFORM CambioBeca
               WHEN "D" PERFORM BajaBeca
               WHEN OTHER
                   MOVE "tipo de transaccion no valido"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo NOT = SPACES
               ADD 1 TO TotalRechazadas
               MOVE SPACES TO LineaBeca
               STRING TBE-Tipo " " TBE-AlumnoId " " TBE-Termino
                   " " TBE-TipoBeca " rechazada: " MotivoRechazo
                   DELIMITED BY SIZE INTO LineaBeca
               WRITE LineaBeca
               DISPLAY LineaBeca.
           PERFORM LeeTransBeca.

       AltaBeca.
           PERFORM ValidaDatosBeca.
           IF MotivoRechazo = SPACES
               PERFORM CargaDesdeTransaccion
               WRITE BE-Registro
                   INVALID KEY
                       MOVE "la beca ya existe" TO MotivoRechazo
                   NOT INVALID KEY
                       PERFORM RegistraCambio
               END-WRITE.

       CambioBeca.
           PERFORM ValidaDatosBeca.
           IF MotivoRechazo = SPACES
               PERFORM PreparaClave
               READ ArchivoBecas KEY IS BE-Clave
                   INVALID KEY
                       MOVE "la beca no existe" TO MotivoRechazo
                   NOT INVALID KEY
                       PERFORM CargaDesdeTransaccion
                       REWRITE BE-Registro
                       PERFORM RegistraCambio
               END-READ.

       BajaBeca.
           PERFORM PreparaClave.
           READ ArchivoBecas KEY IS BE-Clave
               INVALID KEY
                   MOVE "la beca no existe" TO MotivoRechazo
               NOT INVALID KEY
                   DELETE ArchivoBecas
                   END-DELETE
                   PERFORM RegistraCambio
           END-READ.

       PreparaClave.
           MOVE TBE-AlumnoId TO BE-AlumnoId.
           MOVE TBE-Termino TO BE-Termino.
           MOVE TBE-TipoBeca TO BE-Tipo.

      *( la beca lleva porcentaje o importe fijo, nunca los dos;
      *  el porcentaje no pasa del cien por cien )
       ValidaDatosBeca.
           PERFORM BuscaNotaPrevia.
           EVALUATE TRUE
               WHEN TBE-AlumnoId = SPACES
                   MOVE "alumno en blanco" TO MotivoRechazo
               WHEN TBE-Termino NOT NUMERIC OR TBE-Termino = ZEROS
                   MOVE "termino no valido" TO MotivoRechazo
               WHEN TBE-TipoBeca NOT = "M" AND NOT = "N"
                   MOVE "tipo de beca no valido" TO MotivoRechazo
               WHEN TBE-Porcentaje NOT NUMERIC
                   OR TBE-Importe NOT NUMERIC
                   MOVE "porcentaje o importe no numerico"
                       TO MotivoRechazo
               WHEN TBE-Porcentaje = ZEROS AND TBE-Importe = ZEROS
                   MOVE "sin porcentaje ni importe" TO MotivoRechazo
               WHEN TBE-Porcentaje NOT = ZEROS
                   AND TBE-Importe NOT = ZEROS
                   MOVE "porcentaje e importe a la vez"
                       TO MotivoRechazo
               WHEN TBE-Porcentaje > 100
                   MOVE "porcentaje mayor que cien" TO MotivoRechazo
               WHEN TBE-TipoBeca = "N" AND TBE-Aprobador = SPACES
                   MOVE "ayuda sin aprobador de secretaria"
                       TO MotivoRechazo
               WHEN TBE-TipoBeca = "M" AND NOT HayNotaPrevia
                   MOVE "sin calificaciones anteriores al termino"
                       TO MotivoRechazo
               WHEN TBE-TipoBeca = "M" AND PrevioBanda NOT = "A"
                   MOVE "no estuvo en el cuadro de honor"
                       TO MotivoRechazo
               WHEN TBE-TipoBeca = "M"
                   AND PrevioAsistencia NOT = ZEROS
                   AND PrevioAsistencia < UmbralAsistencia
                   MOVE "cuadro de honor sin asistencia minima"
                       TO MotivoRechazo
               WHEN TBE-Grupo = SPACES AND PrevioGrupo = SPACES
                   MOVE "grupo del alumno desconocido"
                       TO MotivoRechazo
           END-EVALUATE.

      *( ultimo termino calificado del alumno anterior al de la
      *  beca; el maestro esta ordenado por alumno y termino )
       BuscaNotaPrevia.
           MOVE "N" TO NotaPreviaFlag.
           MOVE "N" TO FinNotas.
           MOVE SPACE TO PrevioBanda.
           MOVE ZEROS TO PrevioAsistencia.
           MOVE SPACES TO PrevioNombre.
           MOVE SPACES TO PrevioGrupo.
           MOVE TBE-AlumnoId TO NM-AlumnoId.
           MOVE ZEROS TO NM-Termino.
           IF NoHayMaestroNotas OR TBE-Termino NOT NUMERIC
               MOVE "S" TO FinNotas
           ELSE
               START ArchivoMaestroNotas
                   KEY IS NOT LESS THAN NM-Clave
                   INVALID KEY
                       MOVE "S" TO FinNotas
               END-START.
           PERFORM LeeNotaPrevia UNTIL NoHayMasNotas.

       LeeNotaPrevia.
           READ ArchivoMaestroNotas NEXT
               AT END MOVE "S" TO FinNotas
               NOT AT END
                   IF NM-AlumnoId NOT = TBE-AlumnoId
                       OR NM-Termino NOT < TBE-Termino
                       MOVE "S" TO FinNotas
                   ELSE
                       MOVE "S" TO NotaPreviaFlag
                       MOVE NM-Termino TO PrevioTermino
                       MOVE NM-Banda TO PrevioBanda
                       MOVE NM-Asistencia TO PrevioAsistencia
                       MOVE NM-Nombre TO PrevioNombre
                       MOVE NM-Grupo TO PrevioGrupo
                   END-IF
           END-READ.

       CargaDesdeTransaccion.
           PERFORM PreparaClave.
           MOVE TBE-Nombre TO BE-Nombre.
           IF BE-Nombre = SPACES
               MOVE PrevioNombre TO BE-Nombre.
           MOVE TBE-Grupo TO BE-Grupo.
           IF BE-Grupo = SPACES
               MOVE PrevioGrupo TO BE-Grupo.
           MOVE TBE-Porcentaje TO BE-Porcentaje.
           MOVE TBE-Importe TO BE-Importe.
           MOVE TBE-Aprobador TO BE-Aprobador.
           IF BE-Aprobador = SPACES
               MOVE Operador TO BE-Aprobador.
           MOVE FechaHoy TO BE-FechaAprobacion.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           MOVE SPACES TO LineaBeca.
           IF TBE-Tipo = "D"
               STRING TBE-Tipo " " BE-AlumnoId " " BE-Termino " "
                   BE-Tipo " " BE-Nombre " baja por " Operador
                   DELIMITED BY SIZE INTO LineaBeca
           ELSE
           IF BE-Porcentaje NOT = ZEROS
               MOVE BE-Porcentaje TO PorcentajeEditado
               STRING TBE-Tipo " " BE-AlumnoId " " BE-Termino " "
                   BE-Tipo " " BE-Nombre " " BE-Grupo " "
                   PorcentajeEditado " % aprueba " BE-Aprobador
                   DELIMITED BY SIZE INTO LineaBeca
           ELSE
               MOVE BE-Importe TO ImporteEditado
               STRING TBE-Tipo " " BE-AlumnoId " " BE-Termino " "
                   BE-Tipo " " BE-Nombre " " BE-Grupo " "
                   ImporteEditado " aprueba " BE-Aprobador
                   DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           DISPLAY LineaBeca.

       END PROGRAM MantenimientoBecas.
