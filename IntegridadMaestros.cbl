       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegridadMaestros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoDepartamentos
               ASSIGN TO "departamentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDepartamentos.
           SELECT OPTIONAL ArchivoFacturasCab
               ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoFacturasCab.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoStock ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-Sku
               FILE STATUS IS EstadoStock.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT OPTIONAL ArchivoCompras
               ASSIGN TO "ordenes_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-Numero
               FILE STATUS IS EstadoCompras.
           SELECT OPTIONAL ArchivoVendedores
               ASSIGN TO "vendedores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVendedores.
           SELECT OPTIONAL ArchivoMaestroNotas
               ASSIGN TO "notas_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-Clave
               FILE STATUS IS EstadoMaestroNotas.
           SELECT OPTIONAL ArchivoMatriculas
               ASSIGN TO "matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-AlumnoId
               FILE STATUS IS EstadoMatriculas.
           SELECT OPTIONAL ArchivoRoster ASSIGN TO ALUMNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRoster.
           SELECT ReporteIntegridad ASSIGN TO "integridad.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoDepartamentos.
       01  DEP-Registro.
           05 DEP-Codigo PIC X(4).
           05 DEP-Nombre PIC X(30).
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoCompras.
       COPY "OCOMPRA.cpy".
       FD  ArchivoVendedores.
       COPY "VENDREG.cpy".
       FD  ArchivoMaestroNotas.
       COPY "NOTAMST.cpy".
       FD  ArchivoMatriculas.
       COPY "MATRIC.cpy".
       FD  ArchivoRoster.
       01  ALU-Registro.
           05 ALU-Id PIC X(6).
           05 ALU-Nombre PIC X(20).
           05 ALU-Grupo PIC X(5).
       FD  ReporteIntegridad.
       01  LineaIntegridad PIC X(100).
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayEmpleados VALUE "05".
       01  EstadoDepartamentos PIC XX VALUE "00".
           88 NoHayDepartamentos VALUE "05".
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
           88 NoHayClientes VALUE "05".
       01  EstadoStock PIC XX VALUE "00".
           88 NoHayStock VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
           88 NoHayPrecios VALUE "05".
       01  EstadoCompras PIC XX VALUE "00".
           88 NoHayCompras VALUE "05".
       01  EstadoVendedores PIC XX VALUE "00".
           88 NoHayVendedores VALUE "05".
       01  EstadoMaestroNotas PIC XX VALUE "00".
           88 NoHayMaestroNotas VALUE "05".
       01  EstadoMatriculas PIC XX VALUE "00".
           88 NoHayMatriculas VALUE "05".
       01  EstadoRoster PIC XX VALUE "00".
           88 NoHayRoster VALUE "05".
       77  FinLectura PIC X VALUE "N".
           88 NoHayMasLectura VALUE "S".
       77  HalladoFlag PIC X VALUE "N".
           88 Hallado VALUE "S".
       77  RosterMatriculasFlag PIC X VALUE "N".
           88 RosterDeMatriculas VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  DetalleHuerfano PIC X(70) VALUE SPACES.
       77  DepartamentoBuscado PIC X(4) VALUE SPACES.
       77  EmpleadoBuscado PIC 9(6) VALUE ZEROS.
       77  VendedorBuscado PIC X(20) VALUE SPACES.
       77  AlumnoBuscado PIC X(6) VALUE SPACES.
       77  AlumnoAnterior PIC X(6) VALUE SPACES.
       77  TotalDepartamentos PIC 999 VALUE ZEROS.
       77  IdxDepartamento PIC 999 VALUE ZEROS.
       77  TotalEmpleados PIC 9(4) VALUE ZEROS.
       77  IdxEmpleado PIC 9(4) VALUE ZEROS.
       77  IdxHallado PIC 9(4) VALUE ZEROS.
       77  TotalVendedores PIC 999 VALUE ZEROS.
       77  IdxVendedor PIC 999 VALUE ZEROS.
       77  TotalRoster PIC 999 VALUE ZEROS.
       77  IdxRoster PIC 999 VALUE ZEROS.
       77  IdxRegla PIC 99 VALUE ZEROS.
       77  TotalHuerfanos PIC 9(6) VALUE ZEROS.
       77  ReglasNoComprobadas PIC 99 VALUE ZEROS.
       77  TotalReglas PIC 99 VALUE 6.
       01  TablaDepartamentos.
           05 TDP-Codigo OCCURS 100 TIMES PIC X(4).
       01  TablaEmpleados.
           05 TEM-Entrada OCCURS 2000 TIMES.
               10 TEM-Id PIC 9(6).
               10 TEM-Estado PIC X.
       01  TablaVendedores.
           05 TVE-Nombre OCCURS 200 TIMES PIC X(20).
       01  TablaRoster.
           05 ROS-Id OCCURS 500 TIMES PIC X(6).
      *( una entrada por regla: codigo, fichero comprobado,
      *  descripcion, registros leidos, huerfanos y si la regla
      *  pudo comprobarse (N cuando falta el fichero de
      *  referencia, T cuando no cabe en su tabla) )
       01  DescripcionReglas.
           05 FILLER PIC X(8) VALUE "EMP-DEP".
           05 FILLER PIC X(19) VALUE "empleados.dat".
           05 FILLER PIC X(33) VALUE
               "departamento inexistente".
           05 FILLER PIC X(8) VALUE "EMP-RESP".
           05 FILLER PIC X(19) VALUE "empleados.dat".
           05 FILLER PIC X(33) VALUE
               "responsable de baja o inexistente".
           05 FILLER PIC X(8) VALUE "FAC-CLI".
           05 FILLER PIC X(19) VALUE "facturas_cab.dat".
           05 FILLER PIC X(33) VALUE
               "cliente inexistente".
           05 FILLER PIC X(8) VALUE "STK-PRE".
           05 FILLER PIC X(19) VALUE "stock.dat".
           05 FILLER PIC X(33) VALUE
               "SKU sin precio en el maestro".
           05 FILLER PIC X(8) VALUE "OC-VEND".
           05 FILLER PIC X(19) VALUE "ordenes_compra.dat".
           05 FILLER PIC X(33) VALUE
               "proveedor inexistente".
           05 FILLER PIC X(8) VALUE "NOT-ALU".
           05 FILLER PIC X(19) VALUE "notas_maestro.dat".
           05 FILLER PIC X(33) VALUE
               "alumno no matriculado".
       01  TablaDescripcionReglas REDEFINES DescripcionReglas.
           05 RDE-Entrada OCCURS 6 TIMES.
               10 RDE-Codigo PIC X(8).
               10 RDE-Fichero PIC X(19).
               10 RDE-Descripcion PIC X(33).
       01  TablaReglas.
           05 REG-Entrada OCCURS 6 TIMES.
               10 REG-Leidos PIC 9(7).
               10 REG-Huerfanos PIC 9(6).
               10 REG-Comprobada PIC X.

       PROCEDURE DIVISION.
      *( barrido semanal de integridad referencial entre
      *  maestros: cada regla lee el fichero dependiente y busca
      *  su clave en el fichero de referencia, listando los
      *  huerfanos por fichero y regla. Codigo de retorno 0 sin
      *  huerfanos, 4 con huerfanos y 8 si alguna regla no pudo
      *  comprobarse por faltar el fichero de referencia o por no
      *  caber entero en su tabla )
       Inicio.
           DISPLAY "IntegridadMaestros: barrido de integridad "
               "referencial entre maestros.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN OUTPUT ReporteIntegridad.
           PERFORM EscribeTitulo.
           PERFORM InicializaRegla
               VARYING IdxRegla FROM 1 BY 1
               UNTIL IdxRegla > TotalReglas.
           PERFORM CargaDepartamentos.
           PERFORM CargaEmpleados.
           PERFORM CargaVendedores.
           PERFORM CompruebaEmpleados.
           PERFORM CompruebaFacturas.
           PERFORM CompruebaStock.
           PERFORM CompruebaCompras.
           PERFORM CompruebaNotas.
           PERFORM EscribeResumen.
           CLOSE ReporteIntegridad.
           IF ReglasNoComprobadas NOT = ZEROS
               MOVE 8 TO CodigoRetorno
           ELSE
               IF TotalHuerfanos NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       InicializaRegla.
           MOVE ZEROS TO REG-Leidos(IdxRegla).
           MOVE ZEROS TO REG-Huerfanos(IdxRegla).
           MOVE "S" TO REG-Comprobada(IdxRegla).

       CargaDepartamentos.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoDepartamentos.
           IF NoHayDepartamentos
               MOVE "S" TO FinLectura
               MOVE "N" TO REG-Comprobada(1).
           PERFORM CargaUnDepartamento UNTIL NoHayMasLectura.
           CLOSE ArchivoDepartamentos.

       CargaUnDepartamento.
           READ ArchivoDepartamentos
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalDepartamentos < 100
                       ADD 1 TO TotalDepartamentos
                       MOVE DEP-Codigo
                           TO TDP-Codigo(TotalDepartamentos)
                   ELSE
                       MOVE "T" TO REG-Comprobada(1)
                   END-IF
           END-READ.

      *( el maestro de empleados se carga entero para comprobar
      *  el responsable contra el propio maestro )
       CargaEmpleados.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayEmpleados
               MOVE "S" TO FinLectura
               MOVE "N" TO REG-Comprobada(2).
           PERFORM CargaUnEmpleado UNTIL NoHayMasLectura.
           CLOSE ArchivoEmpleados.

       CargaUnEmpleado.
           READ ArchivoEmpleados NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalEmpleados < 2000
                       ADD 1 TO TotalEmpleados
                       MOVE EMP-EMPLEADO-ID
                           TO TEM-Id(TotalEmpleados)
                       MOVE EMP-ESTADO TO TEM-Estado(TotalEmpleados)
                   ELSE
                       MOVE "T" TO REG-Comprobada(2)
                   END-IF
           END-READ.

       CargaVendedores.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoVendedores.
           IF NoHayVendedores
               MOVE "S" TO FinLectura
               MOVE "N" TO REG-Comprobada(5).
           PERFORM CargaUnVendedor UNTIL NoHayMasLectura.
           CLOSE ArchivoVendedores.

       CargaUnVendedor.
           READ ArchivoVendedores
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalVendedores < 200
                       ADD 1 TO TotalVendedores
                       MOVE VE-Nombre TO TVE-Nombre(TotalVendedores)
                   ELSE
                       MOVE "T" TO REG-Comprobada(5)
                   END-IF
           END-READ.

      *( reglas EMP-DEP y EMP-RESP; los empleados de baja no
      *  necesitan departamento ni responsable vigentes )
       CompruebaEmpleados.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayEmpleados
               MOVE "S" TO FinLectura.
           PERFORM CompruebaUnEmpleado UNTIL NoHayMasLectura.
           CLOSE ArchivoEmpleados.

       CompruebaUnEmpleado.
           READ ArchivoEmpleados NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF NOT EMP-BAJA
                       PERFORM CompruebaDepartamento
                       PERFORM CompruebaResponsable
                   END-IF
           END-READ.

       CompruebaDepartamento.
           IF REG-Comprobada(1) = "S"
               ADD 1 TO REG-Leidos(1)
               MOVE EMP-DEPARTAMENTO TO DepartamentoBuscado
               MOVE "N" TO HalladoFlag
               PERFORM BuscaDepartamento
                   VARYING IdxDepartamento FROM 1 BY 1
                   UNTIL IdxDepartamento > TotalDepartamentos
                   OR Hallado
               IF NOT Hallado
                   MOVE 1 TO IdxRegla
                   MOVE SPACES TO DetalleHuerfano
                   STRING "empleado " EMP-EMPLEADO-ID
                       " departamento '" EMP-DEPARTAMENTO "'"
                       DELIMITED BY SIZE INTO DetalleHuerfano
                   PERFORM AnotaHuerfano.

       BuscaDepartamento.
           IF TDP-Codigo(IdxDepartamento) = DepartamentoBuscado
               MOVE "S" TO HalladoFlag.

       CompruebaResponsable.
           IF REG-Comprobada(2) = "S"
               AND EMP-RESPONSABLE-ID NOT = ZEROS
               ADD 1 TO REG-Leidos(2)
               MOVE EMP-RESPONSABLE-ID TO EmpleadoBuscado
               MOVE "N" TO HalladoFlag
               MOVE ZEROS TO IdxHallado
               PERFORM BuscaEmpleado
                   VARYING IdxEmpleado FROM 1 BY 1
                   UNTIL IdxEmpleado > TotalEmpleados OR Hallado
               MOVE SPACES TO DetalleHuerfano
               IF NOT Hallado
                   STRING "empleado " EMP-EMPLEADO-ID
                       " responsable " EMP-RESPONSABLE-ID
                       " no existe"
                       DELIMITED BY SIZE INTO DetalleHuerfano
               ELSE
                   IF TEM-Estado(IdxHallado) = "B"
                       STRING "empleado " EMP-EMPLEADO-ID
                           " responsable " EMP-RESPONSABLE-ID
                           " dado de baja"
                           DELIMITED BY SIZE INTO DetalleHuerfano
                   END-IF
               END-IF
               IF DetalleHuerfano NOT = SPACES
                   MOVE 2 TO IdxRegla
                   PERFORM AnotaHuerfano.

       BuscaEmpleado.
           IF TEM-Id(IdxEmpleado) = EmpleadoBuscado
               MOVE "S" TO HalladoFlag
               MOVE IdxEmpleado TO IdxHallado.

      *( regla FAC-CLI )
       CompruebaFacturas.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoClientes.
           IF NoHayClientes
               MOVE "N" TO REG-Comprobada(3)
               MOVE "S" TO FinLectura.
           OPEN INPUT ArchivoFacturasCab.
           IF NoHayFacturasCab
               MOVE "S" TO FinLectura.
           PERFORM CompruebaUnaFactura UNTIL NoHayMasLectura.
           CLOSE ArchivoFacturasCab.
           CLOSE ArchivoClientes.

       CompruebaUnaFactura.
           READ ArchivoFacturasCab NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   ADD 1 TO REG-Leidos(3)
                   MOVE RF-ClienteId TO CLI-ClienteId
                   READ ArchivoClientes KEY IS CLI-ClienteId
                       INVALID KEY
                           MOVE 3 TO IdxRegla
                           MOVE SPACES TO DetalleHuerfano
                           STRING "factura " RF-Factura
                               " cliente " RF-ClienteId " "
                               RF-Cliente
                               DELIMITED BY SIZE INTO DetalleHuerfano
                           PERFORM AnotaHuerfano
                   END-READ
           END-READ.

      *( regla STK-PRE )
       CompruebaStock.
           MOVE "N" TO FinLectura.
           OPEN INPUT ArchivoPrecios.
           IF NoHayPrecios
               MOVE "N" TO REG-Comprobada(4)
               MOVE "S" TO FinLectura.
           OPEN INPUT ArchivoStock.
           IF NoHayStock
               MOVE "S" TO FinLectura.
           PERFORM CompruebaUnSku UNTIL NoHayMasLectura.
           CLOSE ArchivoStock.
           CLOSE ArchivoPrecios.

       CompruebaUnSku.
           READ ArchivoStock NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   ADD 1 TO REG-Leidos(4)
                   MOVE ST-Sku TO PX-Sku
                   READ ArchivoPrecios KEY IS PX-Sku
                       INVALID KEY
                           MOVE 4 TO IdxRegla
                           MOVE SPACES TO DetalleHuerfano
                           STRING "SKU " ST-Sku " existencias "
                               ST-Cantidad
                               DELIMITED BY SIZE INTO DetalleHuerfano
                           PERFORM AnotaHuerfano
                   END-READ
           END-READ.

      *( regla OC-VEND )
       CompruebaCompras.
           MOVE "N" TO FinLectura.
           IF REG-Comprobada(5) NOT = "S"
               MOVE "S" TO FinLectura.
           OPEN INPUT ArchivoCompras.
           IF NoHayCompras
               MOVE "S" TO FinLectura.
           PERFORM CompruebaUnaOrden UNTIL NoHayMasLectura.
           CLOSE ArchivoCompras.

       CompruebaUnaOrden.
           READ ArchivoCompras NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   ADD 1 TO REG-Leidos(5)
                   MOVE OC-Vendedor TO VendedorBuscado
                   MOVE "N" TO HalladoFlag
                   PERFORM BuscaVendedor
                       VARYING IdxVendedor FROM 1 BY 1
                       UNTIL IdxVendedor > TotalVendedores
                       OR Hallado
                   IF NOT Hallado
                       MOVE 5 TO IdxRegla
                       MOVE SPACES TO DetalleHuerfano
                       STRING "orden " OC-Numero " proveedor "
                           OC-Vendedor " estado " OC-Estado
                           DELIMITED BY SIZE INTO DetalleHuerfano
                       PERFORM AnotaHuerfano
                   END-IF
           END-READ.

       BuscaVendedor.
           IF TVE-Nombre(IdxVendedor) = VendedorBuscado
               MOVE "S" TO HalladoFlag.

      *( regla NOT-ALU: con maestro de matriculas el alumno debe
      *  constar en el aunque ya este de baja; sin el se compara
      *  con la lista plana de matriculados (DD ALUMNOS). Cada
      *  alumno huerfano se lista una sola vez )
       CompruebaNotas.
           MOVE "N" TO FinLectura.
           MOVE SPACES TO AlumnoAnterior.
           OPEN INPUT ArchivoMatriculas.
           IF NOT NoHayMatriculas
               MOVE "S" TO RosterMatriculasFlag
           ELSE
               CLOSE ArchivoMatriculas
               PERFORM CargaRoster.
           OPEN INPUT ArchivoMaestroNotas.
           IF NoHayMaestroNotas OR REG-Comprobada(6) NOT = "S"
               MOVE "S" TO FinLectura.
           PERFORM CompruebaUnaNota UNTIL NoHayMasLectura.
           CLOSE ArchivoMaestroNotas.
           IF RosterDeMatriculas
               CLOSE ArchivoMatriculas.

       CargaRoster.
           OPEN INPUT ArchivoRoster.
           IF NoHayRoster
               MOVE "N" TO REG-Comprobada(6)
           ELSE
               PERFORM CargaUnAlumno UNTIL NoHayMasLectura
               MOVE "N" TO FinLectura.
           CLOSE ArchivoRoster.

       CargaUnAlumno.
           READ ArchivoRoster
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   IF TotalRoster < 500
                       ADD 1 TO TotalRoster
                       MOVE ALU-Id TO ROS-Id(TotalRoster)
                   ELSE
                       MOVE "T" TO REG-Comprobada(6)
                   END-IF
           END-READ.

       CompruebaUnaNota.
           READ ArchivoMaestroNotas NEXT
               AT END MOVE "S" TO FinLectura
               NOT AT END
                   ADD 1 TO REG-Leidos(6)
                   IF NM-AlumnoId NOT = AlumnoAnterior
                       MOVE NM-AlumnoId TO AlumnoAnterior
                       PERFORM BuscaAlumno
                       IF NOT Hallado
                           MOVE 6 TO IdxRegla
                           MOVE SPACES TO DetalleHuerfano
                           STRING "alumno " NM-AlumnoId " "
                               NM-Nombre " termino " NM-Termino
                               " grupo " NM-Grupo
                               DELIMITED BY SIZE INTO DetalleHuerfano
                           PERFORM AnotaHuerfano
                       END-IF
                   END-IF
           END-READ.

       BuscaAlumno.
           MOVE "N" TO HalladoFlag.
           IF RosterDeMatriculas
               MOVE NM-AlumnoId TO MT-AlumnoId
               READ ArchivoMatriculas KEY IS MT-AlumnoId
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO HalladoFlag
               END-READ
           ELSE
               MOVE NM-AlumnoId TO AlumnoBuscado
               PERFORM CompruebaRoster
                   VARYING IdxRoster FROM 1 BY 1
                   UNTIL IdxRoster > TotalRoster OR Hallado.

       CompruebaRoster.
           IF ROS-Id(IdxRoster) = AlumnoBuscado
               MOVE "S" TO HalladoFlag.

       AnotaHuerfano.
           ADD 1 TO REG-Huerfanos(IdxRegla).
           ADD 1 TO TotalHuerfanos.
           MOVE SPACES TO LineaIntegridad.
           STRING RDE-Codigo(IdxRegla) " " RDE-Fichero(IdxRegla)
               DetalleHuerfano
               DELIMITED BY SIZE INTO LineaIntegridad.
           WRITE LineaIntegridad.

       EscribeTitulo.
           MOVE SPACES TO LineaIntegridad.
           STRING "Integridad referencial de maestros del "
               FechaHoy
               DELIMITED BY SIZE INTO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE ALL "-" TO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE "Regla   Fichero            Huerfano"
               TO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE SPACES TO LineaIntegridad.
           WRITE LineaIntegridad.

       EscribeResumen.
           MOVE SPACES TO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE "Resumen por regla" TO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE ALL "-" TO LineaIntegridad.
           WRITE LineaIntegridad.
           PERFORM EscribeResumenRegla
               VARYING IdxRegla FROM 1 BY 1
               UNTIL IdxRegla > TotalReglas.
           MOVE SPACES TO LineaIntegridad.
           WRITE LineaIntegridad.
           MOVE SPACES TO LineaIntegridad.
           STRING "Total huerfanos: " TotalHuerfanos
               "  reglas no comprobadas: " ReglasNoComprobadas
               DELIMITED BY SIZE INTO LineaIntegridad.
           WRITE LineaIntegridad.
           DISPLAY LineaIntegridad.

       EscribeResumenRegla.
           MOVE SPACES TO LineaIntegridad.
           IF REG-Comprobada(IdxRegla) = "S"
               STRING RDE-Codigo(IdxRegla) " "
                   RDE-Descripcion(IdxRegla) " leidos "
                   REG-Leidos(IdxRegla) " huerfanos "
                   REG-Huerfanos(IdxRegla)
                   DELIMITED BY SIZE INTO LineaIntegridad
           ELSE
               ADD 1 TO ReglasNoComprobadas
               IF REG-Comprobada(IdxRegla) = "T"
                   STRING RDE-Codigo(IdxRegla) " "
                       RDE-Descripcion(IdxRegla)
                       " NO COMPROBADA: la referencia no cabe en la"
                       " tabla"
                       DELIMITED BY SIZE INTO LineaIntegridad
               ELSE
                   STRING RDE-Codigo(IdxRegla) " "
                       RDE-Descripcion(IdxRegla)
                       " NO COMPROBADA: falta el fichero de referencia"
                       DELIMITED BY SIZE INTO LineaIntegridad.
           WRITE LineaIntegridad.
           DISPLAY LineaIntegridad.

       END PROGRAM IntegridadMaestros.
