           SELECT OPTIONAL ArchivoRoster ASSIGN TO ALUMNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRoster.
           SELECT OPTIONAL ArchivoMatriculas
               ASSIGN TO "matriculas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-AlumnoId
               FILE STATUS IS EstadoMatriculas.
           SELECT ArchivoCuotas ASSIGN TO "cuotas_cursos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuotas.
           SELECT OPTIONAL ArchivoTarifas
               ASSIGN TO "tarifas_grupos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTarifas.
           SELECT OPTIONAL ArchivoBecas
               ASSIGN TO "becas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-Clave
               FILE STATUS IS EstadoBecas.
           SELECT ArchivoPedidos ASSIGN TO "pedidos_cursos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteConciliacion
           05 ALU-Id PIC X(6).
           05 ALU-Nombre PIC X(20).
           05 ALU-Grupo PIC X(5).
       FD  ArchivoMatriculas.
       COPY "MATRIC.cpy".
       FD  ArchivoCuotas.
       COPY "CUOTACUR.cpy".
       FD  ArchivoTarifas.
       01  TG-Registro.
           05 TG-Grupo PIC X(5).
           05 TG-Sku PIC X(10).
           05 TG-ClienteId PIC 9(6).
       FD  ArchivoBecas.
       COPY "BECAREG.cpy".
       FD  ArchivoPedidos.
       01  PD-Registro.
           05 PD-Id PIC 9(6).
           05 PD-ClienteId PIC 9(6).
           05 PD-Sku PIC X(10).
           05 PD-Cantidad PIC 9(5).
           05 PD-Presupuesto PIC 9(6).
           05 PD-PrecioPactado PIC 99V9(4).
           05 PD-VendedorId PIC 9(6).
      *( la linea de beca (B) descuenta de la cuota del mismo
      *  pedido el porcentaje o el importe fijo de la beca )
           05 PD-TipoLinea PIC X.
           05 PD-TipoBeca PIC X.
           05 PD-PorcBeca PIC 999V99.
           05 PD-ImporteBeca PIC 9(5)V99.
       FD  ReporteConciliacion.
       01  LineaConciliacion PIC X(80).
       WORKING-STORAGE SECTION.
       01  EstadoRoster PIC XX VALUE "00".
           88 NoHayRoster VALUE "05".
       01  EstadoMatriculas PIC XX VALUE "00".
           88 NoHayMatriculas VALUE "05".
       01  EstadoCuotas PIC XX VALUE "00".
           88 CuotasNoExiste VALUE "35".
       77  RosterMatriculasFlag PIC X VALUE "N".
           88 RosterDeMatriculas VALUE "S".
       77  PrimerDiaTermino PIC 9(8) VALUE ZEROS.
       77  UltimoDiaTermino PIC 9(8) VALUE ZEROS.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  TotalFueraTermino PIC 9(4) VALUE ZEROS.
       01  EstadoTarifas PIC XX VALUE "00".
           88 NoHayTarifas VALUE "05".
       01  EstadoBecas PIC XX VALUE "00".
           88 NoHayBecas VALUE "05".
       77  FinRoster PIC X VALUE "N".
           88 NoHayMasRoster VALUE "S".
       77  FinTarifas PIC X VALUE "N".
       77  TotalMatriculados PIC 9(4) VALUE ZEROS.
       77  TotalPedidos PIC 9(4) VALUE ZEROS.
       77  TotalSinTarifa PIC 9(4) VALUE ZEROS.
       77  TotalBecas PIC 9(4) VALUE ZEROS.
       77  TerminoFacturado PIC 9(6) VALUE ZEROS.
       77  FinBecas PIC X VALUE "N".
           88 NoHayMasBecas VALUE "S".
       77  PorcentajeEditado PIC ZZ9,99.
       77  ImporteEditado PIC ZZZZ9,99.
       01  TablaTarifas.
           05 TAR-Entrada OCCURS 50 TIMES.
               10 TAR-Grupo PIC X(5).
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE PrimerPedido TO PedidoActual.
           DISPLAY "Termino academico facturado (AAAAMM, cero sin "
               "becas): ".
           ACCEPT TerminoFacturado.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaTarifas.
           IF TotalTarifas = ZEROS
               DISPLAY "FacturaCursos: no se encontro "
                   "tarifas_grupos.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM AbreMatriculados.
           IF NoHayRoster
               DISPLAY "FacturaCursos: no se encontro la lista de "
                   "matriculados (DD ALUMNOS)."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF RosterDeMatriculas AND TerminoFacturado = ZEROS
               DISPLAY "FacturaCursos: con maestro de matriculas "
                   "hay que indicar el termino facturado."
               CLOSE ArchivoMatriculas
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoBecas
               PERFORM AbreCuotas
               OPEN OUTPUT ArchivoPedidos
               OPEN OUTPUT ReporteConciliacion
               PERFORM EscribeTitulo
               PERFORM LeeAlumno
               PERFORM GeneraPedido UNTIL NoHayMasRoster
               IF RosterDeMatriculas
                   CLOSE ArchivoMatriculas
               ELSE
                   CLOSE ArchivoRoster
               END-IF
               CLOSE ArchivoBecas
               CLOSE ArchivoCuotas
               CLOSE ArchivoPedidos
               PERFORM Concilia
               CLOSE ReporteConciliacion
                   END-IF
           END-READ.

      *( con maestro de matriculas se factura a los alumnos
      *  matriculados en algun momento del termino facturado, en
      *  el grupo que tienen ahora; sin el se usa la lista plana
      *  de matriculados (DD ALUMNOS) )
       AbreMatriculados.
           OPEN INPUT ArchivoMatriculas.
           IF NOT NoHayMatriculas
               MOVE "S" TO RosterMatriculasFlag
               COMPUTE PrimerDiaTermino = TerminoFacturado * 100 + 1
               COMPUTE UltimoDiaTermino = TerminoFacturado * 100 + 31
               MOVE LOW-VALUES TO MT-AlumnoId
               START ArchivoMatriculas
                   KEY IS NOT LESS THAN MT-AlumnoId
                   INVALID KEY
                       MOVE "S" TO FinRoster
               END-START
           ELSE
               CLOSE ArchivoMatriculas
               OPEN INPUT ArchivoRoster.

       AbreCuotas.
           OPEN EXTEND ArchivoCuotas.
           IF CuotasNoExiste
               OPEN OUTPUT ArchivoCuotas
               CLOSE ArchivoCuotas
               OPEN EXTEND ArchivoCuotas
           END-IF.

       LeeAlumno.
           IF RosterDeMatriculas
               PERFORM LeeMatricula
           ELSE
               READ ArchivoRoster
                   AT END MOVE "S" TO FinRoster.

       LeeMatricula.
           MOVE SPACES TO ALU-Id.
           PERFORM LeeUnaMatricula
               UNTIL NoHayMasRoster OR ALU-Id NOT = SPACES.

       LeeUnaMatricula.
           READ ArchivoMatriculas NEXT
               AT END MOVE "S" TO FinRoster
               NOT AT END
                   IF MT-FechaAlta NOT > UltimoDiaTermino
                       AND (MT-FechaBaja = ZEROS
                       OR MT-FechaBaja NOT < PrimerDiaTermino)
                       MOVE MT-AlumnoId TO ALU-Id
                       MOVE MT-Nombre TO ALU-Nombre
                       MOVE MT-Grupo TO ALU-Grupo
                   ELSE
                       ADD 1 TO TotalFueraTermino
                   END-IF
           END-READ.

      *( por cada matriculado se genera un pedido de una unidad
      *  de la cuota del grupo; el fichero resultante entra por
      *  el camino normal de FacturaPedidos y queda en el
      *  registro de facturas como cualquier otra venta. Las
      *  becas del alumno en el termino facturado salen como
      *  lineas de descuento del mismo pedido )
       GeneraPedido.
           ADD 1 TO TotalMatriculados.
           PERFORM BuscaTarifa.
               MOVE TAR-ClienteId(IdxHallada) TO PD-ClienteId
               MOVE TAR-Sku(IdxHallada) TO PD-Sku
               MOVE 1 TO PD-Cantidad
               MOVE ZEROS TO PD-Presupuesto
               MOVE ZEROS TO PD-PrecioPactado
               MOVE ZEROS TO PD-VendedorId
               MOVE SPACE TO PD-TipoLinea
               MOVE SPACE TO PD-TipoBeca
               MOVE ZEROS TO PD-PorcBeca
               MOVE ZEROS TO PD-ImporteBeca
               WRITE PD-Registro
               PERFORM GrabaCuota
               PERFORM AplicaBecas.
           PERFORM LeeAlumno.

      *( la cuota queda anotada por alumno y termino para que
      *  la baja a mitad de termino encuentre su factura )
       GrabaCuota.
           MOVE ALU-Id TO CC-AlumnoId.
           MOVE TerminoFacturado TO CC-Termino.
           MOVE PD-Id TO CC-Pedido.
           MOVE PD-ClienteId TO CC-ClienteId.
           MOVE PD-Sku TO CC-Sku.
           MOVE FechaHoy TO CC-FechaProceso.
           WRITE CC-Registro.

       AplicaBecas.
           MOVE "N" TO FinBecas.
           MOVE ALU-Id TO BE-AlumnoId.
           MOVE TerminoFacturado TO BE-Termino.
           MOVE LOW-VALUE TO BE-Tipo.
           IF NoHayBecas OR TerminoFacturado = ZEROS
               MOVE "S" TO FinBecas
           ELSE
               START ArchivoBecas KEY IS NOT LESS THAN BE-Clave
                   INVALID KEY
                       MOVE "S" TO FinBecas
               END-START.
           PERFORM GeneraLineaBeca UNTIL NoHayMasBecas.

       GeneraLineaBeca.
           READ ArchivoBecas NEXT
               AT END MOVE "S" TO FinBecas
               NOT AT END
                   IF BE-AlumnoId NOT = ALU-Id
                       OR BE-Termino NOT = TerminoFacturado
                       MOVE "S" TO FinBecas
                   ELSE
                       PERFORM EscribeLineaBeca
                   END-IF
           END-READ.

       EscribeLineaBeca.
           ADD 1 TO TotalBecas.
           COMPUTE PD-Id = PedidoActual - 1.
           MOVE ALU-Nombre TO PD-Cliente.
           MOVE TAR-ClienteId(IdxHallada) TO PD-ClienteId.
           MOVE TAR-Sku(IdxHallada) TO PD-Sku.
           MOVE ZEROS TO PD-Cantidad.
           MOVE ZEROS TO PD-Presupuesto.
           MOVE ZEROS TO PD-PrecioPactado.
           MOVE ZEROS TO PD-VendedorId.
           MOVE "B" TO PD-TipoLinea.
           MOVE BE-Tipo TO PD-TipoBeca.
           MOVE BE-Porcentaje TO PD-PorcBeca.
           MOVE BE-Importe TO PD-ImporteBeca.
           WRITE PD-Registro.
           MOVE SPACES TO LineaConciliacion.
           IF BE-Porcentaje NOT = ZEROS
               MOVE BE-Porcentaje TO PorcentajeEditado
               STRING "Beca " BE-Tipo " del alumno " ALU-Id " "
                   ALU-Nombre " pedido " PD-Id ": "
                   PorcentajeEditado " %"
                   DELIMITED BY SIZE INTO LineaConciliacion
           ELSE
               MOVE BE-Importe TO ImporteEditado
               STRING "Beca " BE-Tipo " del alumno " ALU-Id " "
                   ALU-Nombre " pedido " PD-Id ": "
                   ImporteEditado
                   DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.

       BuscaTarifa.
           MOVE "N" TO TarifaHalladaFlag.
           MOVE ZEROS TO IdxHallada.
               DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.
           DISPLAY LineaConciliacion.
           MOVE SPACES TO LineaConciliacion.
           STRING "Lineas de beca del termino " TerminoFacturado
               ": " TotalBecas
               DELIMITED BY SIZE INTO LineaConciliacion.
           WRITE LineaConciliacion.
           DISPLAY LineaConciliacion.
           IF RosterDeMatriculas
               MOVE SPACES TO LineaConciliacion
               STRING "Alumnos no matriculados en el termino: "
                   TotalFueraTermino
                   DELIMITED BY SIZE INTO LineaConciliacion
               WRITE LineaConciliacion
               DISPLAY LineaConciliacion.
           IF TotalMatriculados NOT =
               TotalPedidos + TotalSinTarifa
               MOVE "AVISO: la conciliacion no cuadra"
