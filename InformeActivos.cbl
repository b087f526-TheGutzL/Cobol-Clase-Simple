       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeActivos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoActivos
               ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-Id
               FILE STATUS IS EstadoActivos.
           SELECT ReporteActivos ASSIGN TO "registro_activos.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoActivos.
       COPY "ACTIVO.cpy".
       FD  ReporteActivos.
       01  LineaActivo PIC X(110).
       WORKING-STORAGE SECTION.
       COPY "CATACTIV.cpy".
       01  EstadoActivos PIC XX VALUE "00".
           88 NoHayActivos VALUE "05".
       77  FinActivos PIC X VALUE "N".
           88 NoHayMasActivos VALUE "S".
       77  FechaInforme PIC 9(8) VALUE ZEROS.
       77  IdxCategoria PIC 99 VALUE ZEROS.
       77  ValorNeto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ActivosCategoria PIC 9(5) VALUE ZEROS.
       77  CosteCategoria PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  AmortCategoria PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  NetoCategoria PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalActivos PIC 9(5) VALUE ZEROS.
       77  TotalBajas PIC 9(5) VALUE ZEROS.
       77  TotalCoste PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalAmort PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalNeto PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  CosteEditado PIC Z(10)9,99.
       77  AmortEditado PIC Z(10)9,99.
       77  NetoEditado PIC Z(10)9,99.

       PROCEDURE DIVISION.
      *( registro de activos fijos: coste, amortizacion acumulada
      *  y valor neto contable de cada activo en alta, agrupados
      *  por categoria del catalogo con su subtotal y el total
      *  general. Se recorre el maestro una vez por categoria; las
      *  bajas no entran en los importes y solo se cuentan )
       Inicio.
           DISPLAY "InformeActivos: registro de activos fijos.".
           ACCEPT FechaInforme FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoActivos.
           IF NoHayActivos
               DISPLAY "InformeActivos: no se encontro el maestro "
                   "de activos."
               CLOSE ArchivoActivos
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ArchivoActivos
               OPEN OUTPUT ReporteActivos
               PERFORM EscribeTitulo
               PERFORM InformaCategoria
                   VARYING IdxCategoria FROM 1 BY 1
                   UNTIL IdxCategoria > TotalCatalogoCategorias
               PERFORM EscribeResumen
               CLOSE ReporteActivos.
           STOP RUN.

       InformaCategoria.
           MOVE ZEROS TO ActivosCategoria.
           MOVE ZEROS TO CosteCategoria.
           MOVE ZEROS TO AmortCategoria.
           MOVE ZEROS TO NetoCategoria.
           MOVE SPACES TO LineaActivo.
           WRITE LineaActivo.
           MOVE SPACES TO LineaActivo.
           STRING "Categoria " CA-Categoria(IdxCategoria) " "
               CA-Descripcion(IdxCategoria)
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           MOVE "N" TO FinActivos.
           OPEN INPUT ArchivoActivos.
           PERFORM LeeActivo.
           PERFORM SeleccionaActivo UNTIL NoHayMasActivos.
           CLOSE ArchivoActivos.
           MOVE CosteCategoria TO CosteEditado.
           MOVE AmortCategoria TO AmortEditado.
           MOVE NetoCategoria TO NetoEditado.
           MOVE SPACES TO LineaActivo.
           STRING "  Total " CA-Categoria(IdxCategoria)
               " activos " ActivosCategoria
               "                            " CosteEditado
               " " AmortEditado " " NetoEditado
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           ADD ActivosCategoria TO TotalActivos.
           ADD CosteCategoria TO TotalCoste.
           ADD AmortCategoria TO TotalAmort.
           ADD NetoCategoria TO TotalNeto.

       LeeActivo.
           READ ArchivoActivos NEXT
               AT END MOVE "S" TO FinActivos.

       SeleccionaActivo.
           IF AF-Categoria = CA-Categoria(IdxCategoria)
               IF AF-BAJA
                   ADD 1 TO TotalBajas
               ELSE
                   PERFORM EscribeLineaActivo
               END-IF
           END-IF.
           PERFORM LeeActivo.

       EscribeLineaActivo.
           ADD 1 TO ActivosCategoria.
           COMPUTE ValorNeto = AF-Coste - AF-AmortAcumulada.
           ADD AF-Coste TO CosteCategoria.
           ADD AF-AmortAcumulada TO AmortCategoria.
           ADD ValorNeto TO NetoCategoria.
           MOVE AF-Coste TO CosteEditado.
           MOVE AF-AmortAcumulada TO AmortEditado.
           MOVE ValorNeto TO NetoEditado.
           MOVE SPACES TO LineaActivo.
           STRING "  " AF-Id " " AF-Descripcion " "
               AF-CentroCoste " " AF-FechaAdquisicion " "
               CosteEditado " " AmortEditado " " NetoEditado
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.

       EscribeTitulo.
           MOVE SPACES TO LineaActivo.
           STRING "Registro de activos fijos a " FechaInforme
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           MOVE SPACES TO LineaActivo.
           STRING "  Activo Descripcion                    "
               "C.C. Alta              Coste   Amort. acum."
               "     Valor neto"
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           MOVE ALL "-" TO LineaActivo.
           WRITE LineaActivo.

       EscribeResumen.
           MOVE SPACES TO LineaActivo.
           WRITE LineaActivo.
           MOVE TotalCoste TO CosteEditado.
           MOVE TotalAmort TO AmortEditado.
           MOVE TotalNeto TO NetoEditado.
           MOVE SPACES TO LineaActivo.
           STRING "Total general activos " TotalActivos
               "                           " CosteEditado
               " " AmortEditado " " NetoEditado
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           DISPLAY LineaActivo.
           MOVE SPACES TO LineaActivo.
           STRING "Activos dados de baja (fuera del registro): "
               TotalBajas
               DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           DISPLAY LineaActivo.

       END PROGRAM InformeActivos.
