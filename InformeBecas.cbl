       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeBecas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoBecas
               ASSIGN TO "becas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BE-Clave
               FILE STATUS IS EstadoBecas.
           SELECT OPTIONAL ArchivoTarifas
               ASSIGN TO "tarifas_grupos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTarifas.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT ReporteBecas ASSIGN TO "becas.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoBecas.
       COPY "BECAREG.cpy".
       FD  ArchivoTarifas.
       01  TG-Registro.
           05 TG-Grupo PIC X(5).
           05 TG-Sku PIC X(10).
           05 TG-ClienteId PIC 9(6).
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ReporteBecas.
       01  LineaBeca PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoBecas PIC XX VALUE "00".
           88 NoHayBecas VALUE "05".
       01  EstadoTarifas PIC XX VALUE "00".
           88 NoHayTarifas VALUE "05".
       01  EstadoPrecios PIC XX VALUE "00".
       77  FinBecas PIC X VALUE "N".
           88 NoHayMasBecas VALUE "S".
       77  FinTarifas PIC X VALUE "N".
           88 NoHayMasTarifas VALUE "S".
       77  TarifaHalladaFlag PIC X VALUE "N".
           88 TarifaHallada VALUE "S".
       77  TerminoSolicitado PIC 9(6) VALUE ZEROS.
       77  TerminoAnterior PIC 9(6) VALUE ZEROS.
       77  TotalTarifas PIC 99 VALUE ZEROS.
       77  IdxTarifa PIC 99 VALUE ZEROS.
       77  TotalBecas PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  TotalSinTarifa PIC 9(4) VALUE ZEROS.
       77  BecasTermino PIC 9(4) VALUE ZEROS.
       77  BecasMerito PIC 9(4) VALUE ZEROS.
       77  BecasNecesidad PIC 9(4) VALUE ZEROS.
       77  IdxOrden PIC 9(4) COMP VALUE ZEROS.
       77  IdxMenor PIC 9(4) COMP VALUE ZEROS.
       77  IdxBusca PIC 9(4) COMP VALUE ZEROS.
       77  IdxBeca PIC 9(4) COMP VALUE ZEROS.
       77  CuotaGrupo PIC 9(5)V99 VALUE ZEROS.
       77  CosteBeca PIC S9(7)V99 COMP-3 VALUE ZEROS.
       77  CosteTermino PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CosteTotal PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC Z(8)9,99.
       77  CuotaEditada PIC ZZZZ9,99.
       77  PorcentajeEditado PIC ZZ9,99.
       77  FechaEditada PIC 9999/99/99.
       77  ContadorEditado PIC ZZZ9.
       77  ConceptoBeca PIC X(13) VALUE SPACES.
       01  EntradaTemporal.
           05 TMP-Orden.
               10 TMP-Termino PIC 9(6).
               10 TMP-AlumnoId PIC X(6).
               10 TMP-Tipo PIC X.
           05 TMP-Nombre PIC X(20).
           05 TMP-Grupo PIC X(5).
           05 TMP-Porcentaje PIC 999V99.
           05 TMP-Importe PIC 9(5)V99.
           05 TMP-Aprobador PIC X(8).
           05 TMP-FechaAprobacion PIC 9(8).
           05 TMP-Cuota PIC 9(5)V99.
           05 TMP-Coste PIC 9(7)V99.
       01  TablaBecas.
           05 BEC-Entrada OCCURS 2000 TIMES.
               10 BEC-Orden.
                   15 BEC-Termino PIC 9(6).
                   15 BEC-AlumnoId PIC X(6).
                   15 BEC-Tipo PIC X.
               10 BEC-Nombre PIC X(20).
               10 BEC-Grupo PIC X(5).
               10 BEC-Porcentaje PIC 999V99.
               10 BEC-Importe PIC 9(5)V99.
               10 BEC-Aprobador PIC X(8).
               10 BEC-FechaAprobacion PIC 9(8).
               10 BEC-Cuota PIC 9(5)V99.
               10 BEC-Coste PIC 9(7)V99.
       01  TablaTarifas.
           05 TAR-Entrada OCCURS 50 TIMES.
               10 TAR-Grupo PIC X(5).
               10 TAR-Sku PIC X(10).

       PROCEDURE DIVISION.
      *( becas concedidas por termino con su coste: el importe
      *  fijo, o el porcentaje sobre la cuota vigente del grupo
      *  (tarifas_grupos y maestro de precios), sin pasar nunca
      *  de la cuota, igual que la aplica FacturaPedidos. El
      *  informe sale ordenado por termino y alumno con un
      *  subtotal por termino )
       Inicio.
           DISPLAY "InformeBecas: becas concedidas y su coste por "
               "termino.".
           DISPLAY "Introduce el termino (AAAAMM, 0 = todos): ".
           ACCEPT TerminoSolicitado.
           PERFORM CargaTarifas.
           OPEN INPUT ArchivoPrecios.
           OPEN INPUT ArchivoBecas.
           IF NoHayBecas
               MOVE "S" TO FinBecas.
           PERFORM LeeBeca.
           PERFORM ExaminaBeca UNTIL NoHayMasBecas.
           CLOSE ArchivoBecas.
           CLOSE ArchivoPrecios.
           PERFORM OrdenaBecas.
           OPEN OUTPUT ReporteBecas.
           PERFORM EscribeTitulo.
           PERFORM EscribeBeca
               VARYING IdxBeca FROM 1 BY 1
               UNTIL IdxBeca > TotalBecas.
           IF TotalBecas NOT = ZEROS
               PERFORM EscribeTotalTermino.
           PERFORM EscribeResumen.
           CLOSE ReporteBecas.
           IF TotalOmitidas NOT = ZEROS OR TotalSinTarifa NOT = ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaTarifas.
           MOVE "N" TO FinTarifas.
           OPEN INPUT ArchivoTarifas.
           IF NoHayTarifas
               MOVE "S" TO FinTarifas.
           PERFORM CargaUnaTarifa UNTIL NoHayMasTarifas.
           CLOSE ArchivoTarifas.

       CargaUnaTarifa.
           READ ArchivoTarifas
               AT END MOVE "S" TO FinTarifas
               NOT AT END
                   IF TotalTarifas < 50
                       ADD 1 TO TotalTarifas
                       MOVE TG-Grupo TO TAR-Grupo(TotalTarifas)
                       MOVE TG-Sku TO TAR-Sku(TotalTarifas)
                   END-IF
           END-READ.

       LeeBeca.
           IF NOT NoHayMasBecas
               READ ArchivoBecas NEXT
                   AT END MOVE "S" TO FinBecas
               END-READ.

       ExaminaBeca.
           IF TerminoSolicitado = ZEROS
               OR BE-Termino = TerminoSolicitado
               PERFORM CargaBeca.
           PERFORM LeeBeca.

       CargaBeca.
           IF TotalBecas = 2000
               ADD 1 TO TotalOmitidas
           ELSE
               ADD 1 TO TotalBecas
               MOVE BE-Termino TO BEC-Termino(TotalBecas)
               MOVE BE-AlumnoId TO BEC-AlumnoId(TotalBecas)
               MOVE BE-Tipo TO BEC-Tipo(TotalBecas)
               MOVE BE-Nombre TO BEC-Nombre(TotalBecas)
               MOVE BE-Grupo TO BEC-Grupo(TotalBecas)
               MOVE BE-Porcentaje TO BEC-Porcentaje(TotalBecas)
               MOVE BE-Importe TO BEC-Importe(TotalBecas)
               MOVE BE-Aprobador TO BEC-Aprobador(TotalBecas)
               MOVE BE-FechaAprobacion
                   TO BEC-FechaAprobacion(TotalBecas)
               PERFORM CalculaCoste
               MOVE CuotaGrupo TO BEC-Cuota(TotalBecas)
               MOVE CosteBeca TO BEC-Coste(TotalBecas).

      *( sin tarifa para el grupo la cuota es cero y la beca no
      *  cuesta nada: se avisa para que secretaria la revise )
       CalculaCoste.
           PERFORM BuscaCuotaGrupo.
           IF NOT TarifaHallada
               ADD 1 TO TotalSinTarifa.
           IF BE-Porcentaje NOT = ZEROS
               COMPUTE CosteBeca ROUNDED =
                   CuotaGrupo * BE-Porcentaje / 100
           ELSE
               MOVE BE-Importe TO CosteBeca.
           IF CosteBeca > CuotaGrupo
               MOVE CuotaGrupo TO CosteBeca.

       BuscaCuotaGrupo.
           MOVE "N" TO TarifaHalladaFlag.
           MOVE ZEROS TO CuotaGrupo.
           PERFORM CompruebaTarifa
               VARYING IdxTarifa FROM 1 BY 1
               UNTIL IdxTarifa > TotalTarifas OR TarifaHallada.

       CompruebaTarifa.
           IF TAR-Grupo(IdxTarifa) = BE-Grupo
               MOVE TAR-Sku(IdxTarifa) TO PX-Sku
               READ ArchivoPrecios KEY IS PX-Sku
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO TarifaHalladaFlag
                       MOVE PX-Precio TO CuotaGrupo
               END-READ.

       OrdenaBecas.
           PERFORM OrdenaUnaPosicion
               VARYING IdxOrden FROM 1 BY 1
               UNTIL IdxOrden >= TotalBecas.

       OrdenaUnaPosicion.
           MOVE IdxOrden TO IdxMenor.
           PERFORM BuscaMenor
               VARYING IdxBusca FROM IdxOrden BY 1
               UNTIL IdxBusca > TotalBecas.
           IF IdxMenor NOT = IdxOrden
               MOVE BEC-Entrada(IdxOrden) TO EntradaTemporal
               MOVE BEC-Entrada(IdxMenor) TO BEC-Entrada(IdxOrden)
               MOVE EntradaTemporal TO BEC-Entrada(IdxMenor).

       BuscaMenor.
           IF BEC-Orden(IdxBusca) < BEC-Orden(IdxMenor)
               MOVE IdxBusca TO IdxMenor.

       EscribeBeca.
           IF IdxBeca = 1
               PERFORM EscribeCabeceraTermino
           ELSE
               IF BEC-Termino(IdxBeca) NOT = TerminoAnterior
                   PERFORM EscribeTotalTermino
                   PERFORM EscribeCabeceraTermino.
           ADD 1 TO BecasTermino.
           IF BEC-Tipo(IdxBeca) = "M"
               ADD 1 TO BecasMerito
               MOVE "merito" TO ConceptoBeca
           ELSE
               ADD 1 TO BecasNecesidad
               MOVE "necesidad" TO ConceptoBeca.
           ADD BEC-Coste(IdxBeca) TO CosteTermino.
           ADD BEC-Coste(IdxBeca) TO CosteTotal.
           MOVE BEC-Coste(IdxBeca) TO ImporteEditado.
           MOVE SPACES TO LineaBeca.
           STRING BEC-AlumnoId(IdxBeca) " " BEC-Nombre(IdxBeca)
               " " BEC-Grupo(IdxBeca) " " ConceptoBeca
               " coste " ImporteEditado
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           MOVE BEC-Cuota(IdxBeca) TO CuotaEditada.
           MOVE BEC-FechaAprobacion(IdxBeca) TO FechaEditada.
           MOVE SPACES TO LineaBeca.
           IF BEC-Porcentaje(IdxBeca) NOT = ZEROS
               MOVE BEC-Porcentaje(IdxBeca) TO PorcentajeEditado
               STRING "       " PorcentajeEditado " % de la cuota "
                   CuotaEditada " aprobada por "
                   BEC-Aprobador(IdxBeca) " el " FechaEditada
                   DELIMITED BY SIZE INTO LineaBeca
           ELSE
               MOVE BEC-Importe(IdxBeca) TO ImporteEditado
               STRING "       importe fijo " ImporteEditado
                   " cuota " CuotaEditada " aprobada por "
                   BEC-Aprobador(IdxBeca) " el " FechaEditada
                   DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.

       EscribeCabeceraTermino.
           MOVE BEC-Termino(IdxBeca) TO TerminoAnterior.
           MOVE ZEROS TO BecasTermino.
           MOVE ZEROS TO CosteTermino.
           MOVE SPACES TO LineaBeca.
           WRITE LineaBeca.
           MOVE SPACES TO LineaBeca.
           STRING "Termino " TerminoAnterior
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           MOVE ALL "-" TO LineaBeca.
           WRITE LineaBeca.

       EscribeTotalTermino.
           MOVE BecasTermino TO ContadorEditado.
           MOVE CosteTermino TO ImporteEditado.
           MOVE SPACES TO LineaBeca.
           STRING "Total termino " TerminoAnterior ": "
               ContadorEditado " becas, coste " ImporteEditado
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           DISPLAY LineaBeca.

       EscribeTitulo.
           MOVE SPACES TO LineaBeca.
           IF TerminoSolicitado = ZEROS
               MOVE "Becas concedidas y coste, todos los terminos"
                   TO LineaBeca
           ELSE
               STRING "Becas concedidas y coste del termino "
                   TerminoSolicitado
                   DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           MOVE ALL "=" TO LineaBeca.
           WRITE LineaBeca.

       EscribeResumen.
           MOVE SPACES TO LineaBeca.
           WRITE LineaBeca.
           MOVE TotalBecas TO ContadorEditado.
           MOVE CosteTotal TO ImporteEditado.
           MOVE SPACES TO LineaBeca.
           STRING "Becas concedidas: " ContadorEditado
               "  coste total " ImporteEditado
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           DISPLAY LineaBeca.
           MOVE BecasMerito TO ContadorEditado.
           MOVE SPACES TO LineaBeca.
           STRING "  de merito:    " ContadorEditado
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           MOVE BecasNecesidad TO ContadorEditado.
           MOVE SPACES TO LineaBeca.
           STRING "  por necesidad: " ContadorEditado
               DELIMITED BY SIZE INTO LineaBeca.
           WRITE LineaBeca.
           IF TotalSinTarifa NOT = ZEROS
               MOVE TotalSinTarifa TO ContadorEditado
               MOVE SPACES TO LineaBeca
               STRING "AVISO: " ContadorEditado
                   " becas de grupos sin cuota vigente"
                   DELIMITED BY SIZE INTO LineaBeca
               WRITE LineaBeca
               DISPLAY LineaBeca.
           IF TotalOmitidas NOT = ZEROS
               MOVE TotalOmitidas TO ContadorEditado
               MOVE SPACES TO LineaBeca
               STRING "AVISO: " ContadorEditado
                   " becas no caben en el informe"
                   DELIMITED BY SIZE INTO LineaBeca
               WRITE LineaBeca
               DISPLAY LineaBeca.
       END PROGRAM InformeBecas.
