       IDENTIFICATION DIVISION.
       PROGRAM-ID. TendenciaResultados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoGeneraciones
               ASSIGN TO "generaciones_resultados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoGeneraciones.
           SELECT OPTIONAL ArchivoResultados
               ASSIGN USING NombreResultados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoResultados.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "tendencia_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteTendencia ASSIGN TO "tendencia_resultados.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoGeneraciones.
       01  GEN-Registro.
           05 GEN-Fecha PIC 9(8).
           05 GEN-Nombre PIC X(30).
           05 GEN-FechaEscritura PIC 9(8).
           05 GEN-Hora PIC 9(8).
       FD  ArchivoResultados.
       01  RS-Registro.
           05 RS-Id PIC 9(6).
           05 RS-Opcion PIC 9.
           05 RS-Numero1 PIC S9(9)V99.
           05 RS-Numero2 PIC S9(9)V99.
           05 RS-Resultado PIC S9(9)V99.
           05 RS-MonedaDestino PIC XXX.
           05 RS-RefNumero1 PIC 9(6).
           05 RS-RefNumero2 PIC 9(6).
           05 RS-Origen PIC X(10).
       FD  ArchivoParametros.
       01  TP-Registro.
           05 TP-Generaciones PIC 99.
           05 TP-Tolerancia PIC 9(3)V99.
       FD  ReporteTendencia.
       01  LineaTendencia PIC X(100).
       WORKING-STORAGE SECTION.
       01  EstadoGeneraciones PIC XX VALUE "00".
           88 NoHayGeneraciones VALUE "05".
       01  EstadoResultados PIC XX VALUE "00".
           88 NoHayResultados VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  NombreResultados PIC X(30) VALUE SPACES.
       77  FinGeneraciones PIC X VALUE "N".
           88 NoHayMasGeneraciones VALUE "S".
       77  FinResultados PIC X VALUE "N".
           88 NoHayMasResultados VALUE "S".
       77  GeneracionesPedidas PIC 99 VALUE 7.
       77  Tolerancia PIC 9(3)V99 VALUE 25,00.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  TotalGeneraciones PIC 99 VALUE ZEROS.
       77  IdxGeneracion PIC 99 VALUE ZEROS.
       77  GeneracionesPrevias PIC 99 VALUE ZEROS.
       77  IdxHueco PIC 99 VALUE ZEROS.
       77  FechaNueva PIC 9(8) VALUE ZEROS.
       77  GeneracionRepetidaFlag PIC X VALUE "N".
           88 GeneracionRepetida VALUE "S".
       77  HuecoHalladoFlag PIC X VALUE "N".
           88 HuecoHallado VALUE "S".
       77  TotalFilas PIC 99 VALUE ZEROS.
       77  IdxFila PIC 99 VALUE ZEROS.
       77  IdxOrigen PIC 99 VALUE ZEROS.
       77  IdxHallado PIC 99 VALUE ZEROS.
       77  FilaHalladaFlag PIC X VALUE "N".
           88 FilaHallada VALUE "S".
       77  OrigenBuscado PIC X(10) VALUE SPACES.
       77  OpcionBuscada PIC X VALUE SPACE.
       77  TotalSinGeneracion PIC 99 VALUE ZEROS.
       77  TotalSinHueco PIC 9(6) VALUE ZEROS.
       77  TotalAnomalias PIC 99 VALUE ZEROS.
       77  MediaRegistros PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  MediaImporte PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  BaseVariacion PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  VariacionRegistros PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  VariacionImporte PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  AnomaliaFlag PIC X VALUE "N".
           88 HayAnomalia VALUE "S".
       77  RegistrosEditado PIC Z(6)9.
       77  ImporteEditado PIC -(12)9,99.
       77  VarRegistrosEditada PIC -(6)9,99.
       77  VarImporteEditada PIC -(6)9,99.
       77  MediaRegistrosEditada PIC Z(8)9,99.
       77  ToleranciaEditada PIC ZZ9,99.
       01  TablaGeneraciones.
           05 TG-Entrada OCCURS 30 TIMES.
               10 TG-Fecha PIC 9(8).
               10 TG-Encontrada PIC X.
       01  TablaFilas.
           05 TF-Entrada OCCURS 60 TIMES.
               10 TF-Origen PIC X(10).
               10 TF-Opcion PIC X.
               10 TF-Generacion OCCURS 30 TIMES.
                   15 TF-Registros PIC 9(7) COMP-3.
                   15 TF-Importe PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
      *( tendencia de las generaciones fechadas de resultados de
      *  CalculadoraLote: toma las ultimas N generaciones del
      *  catalogo y totaliza registros e importe de RS-Resultado
      *  por origen y por opcion, con la variacion de cada dia
      *  sobre el anterior. La ultima generacion se compara con
      *  la media de las anteriores y se marca el origen cuyo
      *  volumen o importe se aparta mas de la tolerancia en
      *  tanto por ciento (tendencia_param.dat); termina con RC 4
      *  si hay origenes marcados o generaciones que faltan )
       Inicio.
           DISPLAY "TendenciaResultados: tendencia de las "
               "generaciones de resultados.".
           PERFORM CargaParametros.
           OPEN INPUT ArchivoGeneraciones.
           IF NoHayGeneraciones
               DISPLAY "TendenciaResultados: no hay catalogo de "
                   "generaciones."
               CLOSE ArchivoGeneraciones
               MOVE 8 TO CodigoRetorno
           ELSE
               PERFORM LeeGeneracion
               PERFORM AnotaGeneracion UNTIL NoHayMasGeneraciones
               CLOSE ArchivoGeneraciones
               PERFORM AcumulaGeneracion
                   VARYING IdxGeneracion FROM 1 BY 1
                   UNTIL IdxGeneracion > TotalGeneraciones
               OPEN OUTPUT ReporteTendencia
               PERFORM EscribeTitulo
               PERFORM InformaOrigen
                   VARYING IdxOrigen FROM 1 BY 1
                   UNTIL IdxOrigen > TotalFilas
               PERFORM EscribeResumen
               CLOSE ReporteTendencia
               IF TotalAnomalias NOT = ZEROS
                   OR TotalSinGeneracion NOT = ZEROS
                   OR TotalSinHueco NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

      *( numero de generaciones (de 2 a 30) y tolerancia; sin
      *  fichero valen siete generaciones y un 25 por ciento )
       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       MOVE TP-Generaciones TO GeneracionesPedidas
                       MOVE TP-Tolerancia TO Tolerancia
               END-READ.
           CLOSE ArchivoParametros.
           IF GeneracionesPedidas > 30
               MOVE 30 TO GeneracionesPedidas.
           IF GeneracionesPedidas < 2
               MOVE 2 TO GeneracionesPedidas.

       LeeGeneracion.
           READ ArchivoGeneraciones
               AT END MOVE "S" TO FinGeneraciones.

      *( la tabla guarda las N generaciones mas recientes en orden
      *  de fecha aunque el catalogo tenga reprocesos fuera de
      *  orden; una fecha catalogada dos veces cuenta una sola )
       AnotaGeneracion.
           MOVE GEN-Fecha TO FechaNueva.
           MOVE "N" TO GeneracionRepetidaFlag.
           PERFORM CompruebaRepetida
               VARYING IdxGeneracion FROM 1 BY 1
               UNTIL IdxGeneracion > TotalGeneraciones
                   OR GeneracionRepetida.
           IF NOT GeneracionRepetida
               IF TotalGeneraciones < GeneracionesPedidas
                   PERFORM InsertaGeneracion
               ELSE
                   IF FechaNueva > TG-Fecha(1)
                       PERFORM DescartaMasAntigua
                       PERFORM InsertaGeneracion
                   END-IF
               END-IF
           END-IF.
           PERFORM LeeGeneracion.

       CompruebaRepetida.
           IF TG-Fecha(IdxGeneracion) = FechaNueva
               MOVE "S" TO GeneracionRepetidaFlag.

       DescartaMasAntigua.
           PERFORM DesplazaIzquierda
               VARYING IdxGeneracion FROM 1 BY 1
               UNTIL IdxGeneracion NOT < TotalGeneraciones.
           SUBTRACT 1 FROM TotalGeneraciones.

       DesplazaIzquierda.
           MOVE TG-Entrada(IdxGeneracion + 1)
               TO TG-Entrada(IdxGeneracion).

       InsertaGeneracion.
           MOVE TotalGeneraciones TO IdxHueco.
           MOVE "N" TO HuecoHalladoFlag.
           PERFORM BuscaHueco UNTIL HuecoHallado.
           MOVE FechaNueva TO TG-Fecha(IdxHueco + 1).
           MOVE "N" TO TG-Encontrada(IdxHueco + 1).
           ADD 1 TO TotalGeneraciones.

       BuscaHueco.
           IF IdxHueco = ZEROS
               MOVE "S" TO HuecoHalladoFlag
           ELSE
               IF TG-Fecha(IdxHueco) < FechaNueva
                   MOVE "S" TO HuecoHalladoFlag
               ELSE
                   MOVE TG-Entrada(IdxHueco)
                       TO TG-Entrada(IdxHueco + 1)
                   SUBTRACT 1 FROM IdxHueco
               END-IF
           END-IF.

       AcumulaGeneracion.
           MOVE SPACES TO NombreResultados.
           STRING "resultados_" TG-Fecha(IdxGeneracion) ".dat"
               DELIMITED BY SIZE INTO NombreResultados.
           MOVE "N" TO FinResultados.
           OPEN INPUT ArchivoResultados.
           IF NoHayResultados
               DISPLAY "TendenciaResultados: no existe la generacion "
                   NombreResultados
               ADD 1 TO TotalSinGeneracion
           ELSE
               MOVE "S" TO TG-Encontrada(IdxGeneracion)
               PERFORM LeeResultado
               PERFORM AcumulaResultado UNTIL NoHayMasResultados.
           CLOSE ArchivoResultados.

       LeeResultado.
           READ ArchivoResultados
               AT END MOVE "S" TO FinResultados.

      *( cada registro suma en la fila de su origen y opcion y en
      *  la fila total del origen, que lleva la opcion "T" )
       AcumulaResultado.
           MOVE RS-Origen TO OrigenBuscado.
           MOVE "T" TO OpcionBuscada.
           PERFORM SumaEnFila.
           MOVE RS-Opcion TO OpcionBuscada.
           PERFORM SumaEnFila.
           PERFORM LeeResultado.

       SumaEnFila.
           MOVE "N" TO FilaHalladaFlag.
           MOVE ZEROS TO IdxHallado.
           PERFORM CompruebaFila
               VARYING IdxFila FROM 1 BY 1
               UNTIL IdxFila > TotalFilas OR FilaHallada.
           IF NOT FilaHallada
               IF TotalFilas < 60
                   ADD 1 TO TotalFilas
                   MOVE OrigenBuscado TO TF-Origen(TotalFilas)
                   MOVE OpcionBuscada TO TF-Opcion(TotalFilas)
                   PERFORM LimpiaGeneracionFila
                       VARYING IdxHueco FROM 1 BY 1
                       UNTIL IdxHueco > 30
                   MOVE TotalFilas TO IdxHallado
               ELSE
                   ADD 1 TO TotalSinHueco
               END-IF
           END-IF.
           IF IdxHallado NOT = ZEROS
               ADD 1 TO TF-Registros(IdxHallado, IdxGeneracion)
               ADD RS-Resultado
                   TO TF-Importe(IdxHallado, IdxGeneracion).

       CompruebaFila.
           IF TF-Origen(IdxFila) = OrigenBuscado
               AND TF-Opcion(IdxFila) = OpcionBuscada
               MOVE "S" TO FilaHalladaFlag
               MOVE IdxFila TO IdxHallado.

       LimpiaGeneracionFila.
           MOVE ZEROS TO TF-Registros(TotalFilas, IdxHueco).
           MOVE ZEROS TO TF-Importe(TotalFilas, IdxHueco).

      *( un bloque por origen: su fila total generacion a
      *  generacion, la comprobacion contra la media y debajo el
      *  desglose de cada opcion )
       InformaOrigen.
           IF TF-Opcion(IdxOrigen) = "T"
               MOVE SPACES TO LineaTendencia
               WRITE LineaTendencia
               MOVE SPACES TO LineaTendencia
               STRING "Origen " TF-Origen(IdxOrigen)
                   DELIMITED BY SIZE INTO LineaTendencia
               WRITE LineaTendencia
               MOVE IdxOrigen TO IdxFila
               PERFORM EscribeFila
               PERFORM CompruebaAnomalia
               PERFORM InformaOpcion
                   VARYING IdxFila FROM 1 BY 1
                   UNTIL IdxFila > TotalFilas.

       InformaOpcion.
           IF TF-Origen(IdxFila) = TF-Origen(IdxOrigen)
               AND TF-Opcion(IdxFila) NOT = "T"
               MOVE SPACES TO LineaTendencia
               STRING "  Opcion " TF-Opcion(IdxFila)
                   DELIMITED BY SIZE INTO LineaTendencia
               WRITE LineaTendencia
               PERFORM EscribeFila.

       EscribeFila.
           PERFORM EscribeGeneracionFila
               VARYING IdxGeneracion FROM 1 BY 1
               UNTIL IdxGeneracion > TotalGeneraciones.

      *( variacion de un dia sobre el anterior en tanto por
      *  ciento; si el anterior fue cero no hay base y se deja en
      *  blanco )
       EscribeGeneracionFila.
           MOVE SPACES TO LineaTendencia.
           IF TG-Encontrada(IdxGeneracion) = "S"
               PERFORM ComponeGeneracionFila
           ELSE
               STRING "    " TG-Fecha(IdxGeneracion)
                   " generacion no encontrada"
                   DELIMITED BY SIZE INTO LineaTendencia.
           WRITE LineaTendencia.

       ComponeGeneracionFila.
           MOVE TF-Registros(IdxFila, IdxGeneracion)
               TO RegistrosEditado.
           MOVE TF-Importe(IdxFila, IdxGeneracion) TO ImporteEditado.
           IF IdxGeneracion = 1
               OR TF-Registros(IdxFila, IdxGeneracion - 1) = ZEROS
               STRING "    " TG-Fecha(IdxGeneracion)
                   " registros " RegistrosEditado
                   " importe " ImporteEditado
                   DELIMITED BY SIZE INTO LineaTendencia
           ELSE
               COMPUTE VariacionRegistros ROUNDED =
                   (TF-Registros(IdxFila, IdxGeneracion)
                   - TF-Registros(IdxFila, IdxGeneracion - 1))
                   * 100 / TF-Registros(IdxFila, IdxGeneracion - 1)
                   ON SIZE ERROR MOVE 99999,99 TO VariacionRegistros
               END-COMPUTE
               MOVE TF-Importe(IdxFila, IdxGeneracion - 1)
                   TO BaseVariacion
               IF BaseVariacion < ZEROS
                   COMPUTE BaseVariacion = 0 - BaseVariacion
               END-IF
               IF BaseVariacion = ZEROS
                   MOVE ZEROS TO VariacionImporte
               ELSE
                   COMPUTE VariacionImporte ROUNDED =
                       (TF-Importe(IdxFila, IdxGeneracion)
                       - TF-Importe(IdxFila, IdxGeneracion - 1))
                       * 100 / BaseVariacion
                       ON SIZE ERROR
                           MOVE 99999,99 TO VariacionImporte
                   END-COMPUTE
               END-IF
               MOVE VariacionRegistros TO VarRegistrosEditada
               MOVE VariacionImporte TO VarImporteEditada
               STRING "    " TG-Fecha(IdxGeneracion)
                   " registros " RegistrosEditado
                   " importe " ImporteEditado
                   " var% " VarRegistrosEditada
                   " " VarImporteEditada
                   DELIMITED BY SIZE INTO LineaTendencia.

      *( la ultima generacion contra la media de las anteriores
      *  que se encontraron, contando como cero los dias en que el
      *  origen no trajo nada; un origen sin historia que aparece
      *  de repente, o uno que deja de llegar, tambien se marca.
      *  Si falta la ultima generacion no hay nada que comparar )
       CompruebaAnomalia.
           MOVE ZEROS TO MediaRegistros.
           MOVE ZEROS TO MediaImporte.
           MOVE ZEROS TO GeneracionesPrevias.
           IF TotalGeneraciones > 1
               AND TG-Encontrada(TotalGeneraciones) = "S"
               PERFORM SumaMedia
                   VARYING IdxGeneracion FROM 1 BY 1
                   UNTIL IdxGeneracion NOT < TotalGeneraciones.
           IF GeneracionesPrevias > ZEROS
               COMPUTE MediaRegistros ROUNDED =
                   MediaRegistros / GeneracionesPrevias
               COMPUTE MediaImporte ROUNDED =
                   MediaImporte / GeneracionesPrevias
               MOVE "N" TO AnomaliaFlag
               MOVE ZEROS TO VariacionRegistros
               MOVE ZEROS TO VariacionImporte
               IF MediaRegistros = ZEROS
                   IF TF-Registros(IdxFila, TotalGeneraciones)
                       NOT = ZEROS
                       MOVE "S" TO AnomaliaFlag
                   END-IF
               ELSE
                   COMPUTE VariacionRegistros ROUNDED =
                       (TF-Registros(IdxFila, TotalGeneraciones)
                       - MediaRegistros) * 100 / MediaRegistros
                       ON SIZE ERROR
                           MOVE 99999,99 TO VariacionRegistros
                   END-COMPUTE
               END-IF
               MOVE MediaImporte TO BaseVariacion
               IF BaseVariacion < ZEROS
                   COMPUTE BaseVariacion = 0 - BaseVariacion
               END-IF
               IF BaseVariacion NOT = ZEROS
                   COMPUTE VariacionImporte ROUNDED =
                       (TF-Importe(IdxFila, TotalGeneraciones)
                       - MediaImporte) * 100 / BaseVariacion
                       ON SIZE ERROR
                           MOVE 99999,99 TO VariacionImporte
                   END-COMPUTE
               END-IF
               IF VariacionRegistros > Tolerancia
                   OR VariacionRegistros < (ZEROS - Tolerancia)
                   OR VariacionImporte > Tolerancia
                   OR VariacionImporte < (ZEROS - Tolerancia)
                   MOVE "S" TO AnomaliaFlag
               END-IF
               PERFORM EscribeComparacion
           END-IF.

       SumaMedia.
           IF TG-Encontrada(IdxGeneracion) = "S"
               ADD 1 TO GeneracionesPrevias
               ADD TF-Registros(IdxFila, IdxGeneracion)
                   TO MediaRegistros
               ADD TF-Importe(IdxFila, IdxGeneracion)
                   TO MediaImporte.

       EscribeComparacion.
           MOVE MediaRegistros TO MediaRegistrosEditada.
           MOVE MediaImporte TO ImporteEditado.
           MOVE VariacionRegistros TO VarRegistrosEditada.
           MOVE VariacionImporte TO VarImporteEditada.
           MOVE SPACES TO LineaTendencia.
           STRING "    Media anterior registros " MediaRegistrosEditada
               " importe " ImporteEditado
               " var% " VarRegistrosEditada " " VarImporteEditada
               DELIMITED BY SIZE INTO LineaTendencia.
           WRITE LineaTendencia.
           IF HayAnomalia
               ADD 1 TO TotalAnomalias
               MOVE SPACES TO LineaTendencia
               STRING "    *** ANOMALIA: el origen "
                   TF-Origen(IdxFila)
                   " se aparta de su media mas de la tolerancia"
                   DELIMITED BY SIZE INTO LineaTendencia
               WRITE LineaTendencia
               DISPLAY LineaTendencia.

       EscribeTitulo.
           MOVE Tolerancia TO ToleranciaEditada.
           MOVE SPACES TO LineaTendencia.
           STRING "Tendencia de resultados: ultimas "
               TotalGeneraciones " generaciones, tolerancia "
               ToleranciaEditada " %"
               DELIMITED BY SIZE INTO LineaTendencia.
           WRITE LineaTendencia.
           MOVE ALL "-" TO LineaTendencia.
           WRITE LineaTendencia.

       EscribeResumen.
           MOVE SPACES TO LineaTendencia.
           WRITE LineaTendencia.
           MOVE SPACES TO LineaTendencia.
           STRING "Origenes marcados: " TotalAnomalias
               "  generaciones no encontradas: " TotalSinGeneracion
               DELIMITED BY SIZE INTO LineaTendencia.
           WRITE LineaTendencia.
           DISPLAY LineaTendencia.
           IF TotalSinHueco NOT = ZEROS
               MOVE SPACES TO LineaTendencia
               STRING "Registros sin hueco en la tabla de origenes: "
                   TotalSinHueco
                   DELIMITED BY SIZE INTO LineaTendencia
               WRITE LineaTendencia
               DISPLAY LineaTendencia.

       END PROGRAM TendenciaResultados.
