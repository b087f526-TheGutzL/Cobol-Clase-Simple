       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroIvaRepercutido.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoFacturasCab
               ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoFacturasCab.
           SELECT OPTIONAL ArchivoAbonos ASSIGN TO "abonos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAbonos.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "factura_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ReporteLibro ASSIGN TO "libro_iva_repercutido.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoAbonos.
       COPY "ABONOREG.cpy".
       FD  ArchivoParametros.
       01  PAR-Registro.
           05 PAR-PorcIVA PIC 99V99.
       FD  ReporteLibro.
       01  LineaLibro PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoAbonos PIC XX VALUE "00".
           88 NoHayAbonos VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  TotalHalladoFlag PIC X VALUE "N".
           88 TotalHallado VALUE "S".
       77  PorcIVA PIC 99V99 VALUE 21,00.
       77  Periodo PIC 9(6) VALUE ZEROS.
       77  FechaDesde PIC 9(8) VALUE ZEROS.
       77  FechaHasta PIC 9(8) VALUE ZEROS.
       77  TotalFacturas PIC 9(6) VALUE ZEROS.
       77  TotalAbonos PIC 9(6) VALUE ZEROS.
       77  TotalDescartados PIC 9(4) VALUE ZEROS.
       77  IdxTramo PIC 9 VALUE ZEROS.
       77  IdxTotal PIC 99 VALUE ZEROS.
       77  TotalTipos PIC 99 VALUE ZEROS.
       77  CategoriaApunte PIC X VALUE SPACE.
       77  PorcApunte PIC 99V99 VALUE ZEROS.
       77  BaseApunte PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CuotaApunte PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  SumaBase PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SumaCuota PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  BaseEditada PIC -(9)9,99.
       77  CuotaEditada PIC -(9)9,99.
       77  TotalBaseEditado PIC -(11)9,99.
       77  TotalCuotaEditado PIC -(11)9,99.
       77  PorcEditado PIC Z9,99.
       01  TablaTotales.
           05 TOT-Entrada OCCURS 10 TIMES.
               10 TOT-Categoria PIC X.
               10 TOT-Porc PIC 99V99.
               10 TOT-Base PIC S9(11)V99 COMP-3.
               10 TOT-Cuota PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
      *( libro registro de IVA repercutido del periodo: cada
      *  factura emitida con su base y cuota por tramo y cada
      *  abono en negativo, con los totales por tipo que se
      *  llevan a la declaracion )
       Inicio.
           DISPLAY "LibroIvaRepercutido: libro registro de IVA "
               "repercutido.".
           DISPLAY "Introduce el periodo (AAAAMM): ".
           ACCEPT Periodo.
           COMPUTE FechaDesde = Periodo * 100 + 1.
           COMPUTE FechaHasta = Periodo * 100 + 31.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoFacturasCab.
           IF NoHayFacturasCab
               DISPLAY "LibroIvaRepercutido: no se encontro el "
                   "registro de facturas."
               CLOSE ArchivoFacturasCab
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ReporteLibro
               PERFORM EscribeTitulo
               MOVE "N" TO FinArchivo
               PERFORM LeeFactura
               PERFORM ExaminaFactura UNTIL NoHayMasRegistros
               CLOSE ArchivoFacturasCab
               PERFORM ListaAbonos
               PERFORM EscribeResumen
               CLOSE ReporteLibro
               IF TotalDescartados NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END MOVE PAR-PorcIVA TO PorcIVA
               END-READ.
           CLOSE ArchivoParametros.

       EscribeTitulo.
           MOVE SPACES TO LineaLibro.
           STRING "LIBRO REGISTRO DE IVA REPERCUTIDO - periodo "
               Periodo
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.
           MOVE SPACES TO LineaLibro.
           STRING "T Numero   Fecha    Cliente Nombre"
               "                Tipo      Base      Cuota"
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.
           MOVE ALL "-" TO LineaLibro.
           WRITE LineaLibro.

       LeeFactura.
           READ ArchivoFacturasCab NEXT
               AT END MOVE "S" TO FinArchivo.

      *( una factura grabada antes del desglose por tramos no
      *  trae categoria: se declara entera al tipo general )
       ExaminaFactura.
           IF RF-Fecha >= FechaDesde AND RF-Fecha <= FechaHasta
               ADD 1 TO TotalFacturas
               IF RF-CategoriaIva(1) = SPACE
                   MOVE "G" TO CategoriaApunte
                   MOVE PorcIVA TO PorcApunte
                   MOVE RF-Base TO BaseApunte
                   MOVE RF-Iva TO CuotaApunte
                   PERFORM EscribeApunteFactura
               ELSE
                   PERFORM ExaminaTramoFactura
                       VARYING IdxTramo FROM 1 BY 1
                       UNTIL IdxTramo > 3
               END-IF.
           PERFORM LeeFactura.

       ExaminaTramoFactura.
           IF RF-BaseTramo(IdxTramo) NOT = ZEROS
               MOVE RF-CategoriaIva(IdxTramo) TO CategoriaApunte
               MOVE RF-PorcIva(IdxTramo) TO PorcApunte
               MOVE RF-BaseTramo(IdxTramo) TO BaseApunte
               MOVE RF-CuotaTramo(IdxTramo) TO CuotaApunte
               PERFORM EscribeApunteFactura.

       EscribeApunteFactura.
           PERFORM AcumulaTotal.
           MOVE BaseApunte TO BaseEditada.
           MOVE CuotaApunte TO CuotaEditada.
           MOVE PorcApunte TO PorcEditado.
           MOVE SPACES TO LineaLibro.
           STRING "F " RF-Factura " " RF-Fecha " " RF-ClienteId
               "  " RF-Cliente(1:20) " " CategoriaApunte " "
               PorcEditado " " BaseEditada " " CuotaEditada
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.

      *( los abonos de ProcesaDevoluciones restan del periodo en
      *  que se emiten, con el tipo de la factura de origen )
       ListaAbonos.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoAbonos.
           IF NoHayAbonos
               MOVE "S" TO FinArchivo.
           PERFORM ExaminaAbono UNTIL NoHayMasRegistros.
           CLOSE ArchivoAbonos.

       ExaminaAbono.
           READ ArchivoAbonos
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF AB-Fecha >= FechaDesde
                       AND AB-Fecha <= FechaHasta
                       PERFORM EscribeApunteAbono
                   END-IF
           END-READ.

       EscribeApunteAbono.
           ADD 1 TO TotalAbonos.
           IF AB-CategoriaIva = SPACE
               MOVE "G" TO CategoriaApunte
               MOVE PorcIVA TO PorcApunte
           ELSE
               MOVE AB-CategoriaIva TO CategoriaApunte
               MOVE AB-PorcIva TO PorcApunte.
           COMPUTE BaseApunte = ZERO - AB-Base.
           COMPUTE CuotaApunte = ZERO - AB-Iva.
           PERFORM AcumulaTotal.
           MOVE BaseApunte TO BaseEditada.
           MOVE CuotaApunte TO CuotaEditada.
           MOVE PorcApunte TO PorcEditado.
           MOVE SPACES TO LineaLibro.
           STRING "A " AB-Numero " " AB-Fecha " " AB-ClienteId
               "  fra. " AB-Factura "       " CategoriaApunte " "
               PorcEditado " " BaseEditada " " CuotaEditada
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.

       AcumulaTotal.
           MOVE "N" TO TotalHalladoFlag.
           PERFORM CompruebaTotal
               VARYING IdxTotal FROM 1 BY 1
               UNTIL IdxTotal > TotalTipos OR TotalHallado.
           IF TotalHallado
               SUBTRACT 1 FROM IdxTotal
           ELSE
               IF TotalTipos < 10
                   ADD 1 TO TotalTipos
                   MOVE TotalTipos TO IdxTotal
                   MOVE CategoriaApunte TO TOT-Categoria(IdxTotal)
                   MOVE PorcApunte TO TOT-Porc(IdxTotal)
                   MOVE ZEROS TO TOT-Base(IdxTotal)
                   MOVE ZEROS TO TOT-Cuota(IdxTotal)
                   MOVE "S" TO TotalHalladoFlag
               ELSE
                   ADD 1 TO TotalDescartados
               END-IF
           END-IF.
           IF TotalHallado
               ADD BaseApunte TO TOT-Base(IdxTotal)
               ADD CuotaApunte TO TOT-Cuota(IdxTotal).

       CompruebaTotal.
           IF TOT-Categoria(IdxTotal) = CategoriaApunte
               AND TOT-Porc(IdxTotal) = PorcApunte
               MOVE "S" TO TotalHalladoFlag.

       EscribeResumen.
           MOVE SPACES TO LineaLibro.
           WRITE LineaLibro.
           MOVE "Totales por tipo de IVA" TO LineaLibro.
           WRITE LineaLibro.
           MOVE ALL "-" TO LineaLibro.
           WRITE LineaLibro.
           PERFORM EscribeUnTotal
               VARYING IdxTotal FROM 1 BY 1
               UNTIL IdxTotal > TotalTipos.
           MOVE SumaBase TO TotalBaseEditado.
           MOVE SumaCuota TO TotalCuotaEditado.
           MOVE SPACES TO LineaLibro.
           STRING "Total periodo:     base " TotalBaseEditado
               " cuota " TotalCuotaEditado
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.
           DISPLAY LineaLibro.
           MOVE SPACES TO LineaLibro.
           STRING "Facturas: " TotalFacturas "  abonos: " TotalAbonos
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.
           DISPLAY LineaLibro.
           IF TotalDescartados NOT = ZEROS
               MOVE SPACES TO LineaLibro
               STRING "AVISO: " TotalDescartados
                   " apuntes con tipos fuera de la tabla de totales"
                   DELIMITED BY SIZE INTO LineaLibro
               WRITE LineaLibro
               DISPLAY LineaLibro.

       EscribeUnTotal.
           ADD TOT-Base(IdxTotal) TO SumaBase.
           ADD TOT-Cuota(IdxTotal) TO SumaCuota.
           MOVE TOT-Porc(IdxTotal) TO PorcEditado.
           MOVE TOT-Base(IdxTotal) TO TotalBaseEditado.
           MOVE TOT-Cuota(IdxTotal) TO TotalCuotaEditado.
           MOVE SPACES TO LineaLibro.
           STRING "Tipo " TOT-Categoria(IdxTotal) " " PorcEditado
               "  base " TotalBaseEditado
               " cuota " TotalCuotaEditado
               DELIMITED BY SIZE INTO LineaLibro.
           WRITE LineaLibro.
           DISPLAY LineaLibro.

       END PROGRAM LibroIvaRepercutido.
