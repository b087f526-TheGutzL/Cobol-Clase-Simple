       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeCertificados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoCertificados
               ASSIGN TO "certificados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CER-Clave
               FILE STATUS IS EstadoCertificados.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT ReporteCaducidades
               ASSIGN TO "certificados_caducidad.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCertificados.
       COPY "CERTREG.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ReporteCaducidades.
       01  LineaCaducidad PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoCertificados PIC XX VALUE "00".
           88 NoHayCertificados VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       77  FinCertificados PIC X VALUE "N".
           88 NoHayMasCertificados VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  DiasAviso PIC 999 VALUE 60.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  DiasRestantes PIC S9(7) VALUE ZEROS.
       77  TotalAvisos PIC 9(4) VALUE ZEROS.
       77  TotalCaducados PIC 9(4) VALUE ZEROS.
       77  TotalPorCaducar PIC 9(4) VALUE ZEROS.
       77  TotalOmitidos PIC 9(4) VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxAviso PIC 9(4) COMP VALUE ZEROS.
       77  DepartamentoAnterior PIC X(4) VALUE HIGH-VALUES.
       77  NombreEmpleado PIC X(40) VALUE SPACES.
       77  NombreResponsable PIC X(40) VALUE SPACES.
       77  DiasEditado PIC -(5)9.
       77  FechaEditada PIC 9999/99/99.
       77  ContadorEditado PIC ZZZ9.
       01  EntradaTemporal.
           05 TMP-Orden.
               10 TMP-Departamento PIC X(4).
               10 TMP-FechaCaducidad PIC 9(8).
           05 TMP-EmpleadoId PIC 9(6).
           05 TMP-Tipo PIC X(4).
           05 TMP-Descripcion PIC X(30).
           05 TMP-Dias PIC S9(7).
           05 TMP-Responsable PIC 9(6).
           05 TMP-Nombre PIC X(40).
       01  TablaAvisos.
           05 AVI-Entrada OCCURS 2000 TIMES.
               10 AVI-Orden.
                   15 AVI-Departamento PIC X(4).
                   15 AVI-FechaCaducidad PIC 9(8).
               10 AVI-EmpleadoId PIC 9(6).
               10 AVI-Tipo PIC X(4).
               10 AVI-Descripcion PIC X(30).
               10 AVI-Dias PIC S9(7).
               10 AVI-Responsable PIC 9(6).
               10 AVI-Nombre PIC X(40).

       PROCEDURE DIVISION.
      *( informe mensual de caducidades: certificados ya caducados
      *  o que caducan en los proximos 60 dias de empleados
      *  activos, agrupados por departamento y ordenados por fecha
      *  de caducidad, con el responsable que debe gestionar la
      *  renovacion )
       Inicio.
           DISPLAY "InformeCertificados: caducidades de "
               "certificaciones del personal.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "InformeCertificados: no se encontro "
                   "empleados.dat"
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoCertificados.
           IF NoHayCertificados
               MOVE "S" TO FinCertificados.
           PERFORM LeeCertificado.
           PERFORM ExaminaCertificado UNTIL NoHayMasCertificados.
           CLOSE ArchivoCertificados.
           PERFORM OrdenaAvisos.
           OPEN OUTPUT ReporteCaducidades.
           PERFORM EscribeTitulo.
           PERFORM EscribeAviso
               VARYING IdxAviso FROM 1 BY 1
               UNTIL IdxAviso > TotalAvisos.
           PERFORM EscribeResumen.
           CLOSE ReporteCaducidades.
           CLOSE ArchivoEmpleados.
           IF TotalCaducados NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LeeCertificado.
           IF NOT NoHayMasCertificados
               READ ArchivoCertificados NEXT
                   AT END MOVE "S" TO FinCertificados
               END-READ.

       ExaminaCertificado.
           COMPUTE DiasRestantes =
               FUNCTION INTEGER-OF-DATE(CER-FechaCaducidad) -
               FUNCTION INTEGER-OF-DATE(FechaHoy).
           IF DiasRestantes NOT > DiasAviso
               MOVE CER-EmpleadoId TO EMP-EMPLEADO-ID
               PERFORM BuscaEmpleado
               IF EmpleadoHallado AND EMP-ACTIVO
                   PERFORM CargaAviso
               END-IF.
           PERFORM LeeCertificado.

       BuscaEmpleado.
           MOVE "N" TO EmpleadoHalladoFlag.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
           END-READ.

       CargaAviso.
           IF TotalAvisos = 2000
               ADD 1 TO TotalOmitidos
           ELSE
               ADD 1 TO TotalAvisos
               MOVE EMP-DEPARTAMENTO TO AVI-Departamento(TotalAvisos)
               MOVE CER-FechaCaducidad
                   TO AVI-FechaCaducidad(TotalAvisos)
               MOVE CER-EmpleadoId TO AVI-EmpleadoId(TotalAvisos)
               MOVE CER-Tipo TO AVI-Tipo(TotalAvisos)
               MOVE CER-Descripcion TO AVI-Descripcion(TotalAvisos)
               MOVE DiasRestantes TO AVI-Dias(TotalAvisos)
               MOVE EMP-RESPONSABLE-ID
                   TO AVI-Responsable(TotalAvisos)
               MOVE SPACES TO AVI-Nombre(TotalAvisos)
               STRING EMP-NOMBRE DELIMITED BY "  "
                   " " EMP-APELLIDO1 DELIMITED BY "  "
                   INTO AVI-Nombre(TotalAvisos).

       OrdenaAvisos.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalAvisos.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalAvisos.
           IF IdxMenor NOT = IdxOrden
               MOVE AVI-Entrada(IdxOrden) TO EntradaTemporal
               MOVE AVI-Entrada(IdxMenor) TO AVI-Entrada(IdxOrden)
               MOVE EntradaTemporal TO AVI-Entrada(IdxMenor).

       BuscaMenor.
           IF AVI-Orden(IdxBusca) < AVI-Orden(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       EscribeAviso.
           IF AVI-Departamento(IdxAviso) NOT = DepartamentoAnterior
               PERFORM EscribeCabeceraDepartamento.
           MOVE AVI-FechaCaducidad(IdxAviso) TO FechaEditada.
           MOVE SPACES TO LineaCaducidad.
           IF AVI-Dias(IdxAviso) < ZEROS
               ADD 1 TO TotalCaducados
               COMPUTE DiasEditado = ZEROS - AVI-Dias(IdxAviso)
               STRING AVI-EmpleadoId(IdxAviso) " "
                   AVI-Nombre(IdxAviso)(1:25) " " AVI-Tipo(IdxAviso)
                   " " FechaEditada " CADUCADO hace " DiasEditado
                   " dias"
                   DELIMITED BY SIZE INTO LineaCaducidad
           ELSE
               ADD 1 TO TotalPorCaducar
               MOVE AVI-Dias(IdxAviso) TO DiasEditado
               STRING AVI-EmpleadoId(IdxAviso) " "
                   AVI-Nombre(IdxAviso)(1:25) " " AVI-Tipo(IdxAviso)
                   " " FechaEditada " caduca en  " DiasEditado
                   " dias"
                   DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.
           PERFORM BuscaResponsable.
           MOVE SPACES TO LineaCaducidad.
           STRING "       " AVI-Descripcion(IdxAviso)
               " responsable: " AVI-Responsable(IdxAviso) " "
               NombreResponsable
               DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.

       BuscaResponsable.
           MOVE SPACES TO NombreResponsable.
           IF AVI-Responsable(IdxAviso) = ZEROS
               MOVE "*** SIN RESPONSABLE ***" TO NombreResponsable
           ELSE
               MOVE AVI-Responsable(IdxAviso) TO EMP-EMPLEADO-ID
               PERFORM BuscaEmpleado
               IF EmpleadoHallado
                   STRING EMP-NOMBRE DELIMITED BY "  "
                       " " EMP-APELLIDO1 DELIMITED BY "  "
                       INTO NombreResponsable
               ELSE
                   MOVE "*** RESPONSABLE DESCONOCIDO ***"
                       TO NombreResponsable.

       EscribeCabeceraDepartamento.
           MOVE AVI-Departamento(IdxAviso) TO DepartamentoAnterior.
           MOVE SPACES TO LineaCaducidad.
           WRITE LineaCaducidad.
           MOVE SPACES TO LineaCaducidad.
           STRING "Departamento: " DepartamentoAnterior
               DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.
           MOVE ALL "-" TO LineaCaducidad.
           WRITE LineaCaducidad.

       EscribeTitulo.
           MOVE FechaHoy TO FechaEditada.
           MOVE SPACES TO LineaCaducidad.
           STRING "Certificaciones caducadas o que caducan en "
               DiasAviso " dias a " FechaEditada
               DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.
           MOVE ALL "=" TO LineaCaducidad.
           WRITE LineaCaducidad.

       EscribeResumen.
           MOVE SPACES TO LineaCaducidad.
           WRITE LineaCaducidad.
           MOVE TotalCaducados TO ContadorEditado.
           MOVE SPACES TO LineaCaducidad.
           STRING "Certificados caducados:  " ContadorEditado
               DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.
           DISPLAY LineaCaducidad.
           MOVE TotalPorCaducar TO ContadorEditado.
           MOVE SPACES TO LineaCaducidad.
           STRING "Certificados por caducar: " ContadorEditado
               DELIMITED BY SIZE INTO LineaCaducidad.
           WRITE LineaCaducidad.
           DISPLAY LineaCaducidad.
           IF TotalOmitidos NOT = ZEROS
               MOVE TotalOmitidos TO ContadorEditado
               MOVE SPACES TO LineaCaducidad
               STRING "AVISO: " ContadorEditado
                   " certificados no caben en el informe"
                   DELIMITED BY SIZE INTO LineaCaducidad
               WRITE LineaCaducidad
               DISPLAY LineaCaducidad.
       END PROGRAM InformeCertificados.
