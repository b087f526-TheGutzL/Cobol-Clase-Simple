       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportaFacturae.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoFacturasCab
               ASSIGN TO "facturas_cab.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-Factura
               FILE STATUS IS EstadoFacturasCab.
           SELECT OPTIONAL ArchivoFacturasLin
               ASSIGN TO "facturas_lin.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-Clave
               FILE STATUS IS EstadoFacturasLin.
           SELECT OPTIONAL ArchivoClientes
               ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoExportadas
               ASSIGN TO "facturas_exportadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-Factura
               FILE STATUS IS EstadoExportadas.
           SELECT OPTIONAL ArchivoEmisor ASSIGN TO "emisor_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmisor.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "factura_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoFacturae ASSIGN TO FACTURAE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoFacturae.
           SELECT ReporteExportacion ASSIGN TO "exporta_facturae.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoFacturasCab.
       COPY "FACCAB.cpy".
       FD  ArchivoFacturasLin.
       COPY "FACLIN.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoExportadas.
       COPY "FACEXP.cpy".
       FD  ArchivoEmisor.
       01  EM-Registro.
           05 EM-Nif PIC X(9).
           05 EM-RazonSocial PIC X(30).
           05 EM-Calle PIC X(30).
           05 EM-Ciudad PIC X(20).
           05 EM-CodigoPostal PIC X(5).
       FD  ArchivoParametros.
       01  PAR-Registro.
           05 PAR-PorcIVA PIC 99V99.
       FD  ArchivoFacturae.
       01  LineaXml PIC X(120).
       FD  ReporteExportacion.
       01  LineaExportacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoFacturasCab PIC XX VALUE "00".
           88 NoHayFacturasCab VALUE "05".
       01  EstadoFacturasLin PIC XX VALUE "00".
       01  EstadoClientes PIC XX VALUE "00".
       01  EstadoExportadas PIC XX VALUE "00".
       01  EstadoEmisor PIC XX VALUE "00".
           88 NoHayEmisor VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       01  EstadoFacturae PIC XX VALUE "00".
       77  FinFacturas PIC X VALUE "N".
           88 NoHayMasFacturas VALUE "S".
       77  FinLineas PIC X VALUE "N".
           88 NoHayMasLineas VALUE "S".
       77  EmisorLeidoFlag PIC X VALUE "N".
           88 EmisorLeido VALUE "S".
       77  ClienteHalladoFlag PIC X VALUE "N".
           88 ClienteHallado VALUE "S".
       77  YaExportadaFlag PIC X VALUE "N".
           88 YaExportada VALUE "S".
       77  PorcIVA PIC 99V99 VALUE 21,00.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  IdxTramo PIC 9 VALUE ZEROS.
       77  Blancos PIC 99 VALUE ZEROS.
       77  TotalExportadas PIC 9(6) VALUE ZEROS.
       77  TotalYaExportadas PIC 9(6) VALUE ZEROS.
       77  TotalPendientes PIC 9(6) VALUE ZEROS.
       77  TotalLineasFactura PIC 9(4) VALUE ZEROS.
       77  SumaExportada PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  ImporteAuxiliar PIC S9(9)V99 VALUE ZEROS.
       77  ImporteXmlEditado PIC -(9)9,99.
       77  ImporteXml PIC X(13) VALUE SPACES.
       77  PorcXmlEditado PIC Z9,99.
       77  PorcXml PIC X(5) VALUE SPACES.
       77  CantidadXmlEditada PIC Z(4)9.
       77  CantidadXml PIC X(5) VALUE SPACES.
       77  EtiquetaXml PIC X(20) VALUE SPACES.
       77  ValorXml PIC X(40) VALUE SPACES.
       77  SangriaXml PIC X(10) VALUE SPACES.
       77  NivelSangria PIC 99 VALUE ZEROS.
       77  MotivoPendiente PIC X(30) VALUE SPACES.
       01  FechaXml.
           05 FX-Anio PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 FX-Mes PIC 99.
           05 FILLER PIC X VALUE "-".
           05 FX-Dia PIC 99.
       01  FechaFactura.
           05 FF-Anio PIC 9(4).
           05 FF-Mes PIC 99.
           05 FF-Dia PIC 99.

       PROCEDURE DIVISION.
      *( exporta como factura electronica estructurada cada
      *  factura de un cliente marcado en el maestro que no figure
      *  aun en el registro de exportadas, sea cual sea su fecha:
      *  el registro evita reenviar una factura y que se quede
      *  alguna sin enviar; las que no se pueden exportar (cliente
      *  sin NIF) quedan listadas como pendientes para el
      *  siguiente proceso )
       Inicio.
           DISPLAY "ExportaFacturae: exportacion de facturas "
               "electronicas.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaEmisor.
           PERFORM CargaParametros.
           IF NOT EmisorLeido
               DISPLAY "ExportaFacturae: faltan los datos del "
                   "emisor en emisor_param.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoFacturasCab.
           IF NoHayFacturasCab
               DISPLAY "ExportaFacturae: no se encontro el registro "
                   "de facturas."
               CLOSE ArchivoFacturasCab
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoFacturasLin
               OPEN INPUT ArchivoClientes
               OPEN I-O ArchivoExportadas
               OPEN OUTPUT ArchivoFacturae
               OPEN OUTPUT ReporteExportacion
               PERFORM EscribeTitulo
               PERFORM AbreLoteXml
               MOVE "N" TO FinFacturas
               PERFORM LeeFactura
               PERFORM ExaminaFactura UNTIL NoHayMasFacturas
               PERFORM CierraLoteXml
               PERFORM EscribeResumen
               CLOSE ArchivoFacturasCab
               CLOSE ArchivoFacturasLin
               CLOSE ArchivoClientes
               CLOSE ArchivoExportadas
               CLOSE ArchivoFacturae
               CLOSE ReporteExportacion
               IF TotalPendientes NOT = ZEROS
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaEmisor.
           OPEN INPUT ArchivoEmisor.
           IF NOT NoHayEmisor
               READ ArchivoEmisor
                   AT END CONTINUE
                   NOT AT END
                       IF EM-Nif NOT = SPACES
                           MOVE "S" TO EmisorLeidoFlag
                       END-IF
               END-READ.
           CLOSE ArchivoEmisor.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END MOVE PAR-PorcIVA TO PorcIVA
               END-READ.
           CLOSE ArchivoParametros.

       EscribeTitulo.
           MOVE SPACES TO LineaExportacion.
           STRING "EXPORTACION DE FACTURAS ELECTRONICAS - proceso "
               "del " FechaHoy
               DELIMITED BY SIZE INTO LineaExportacion.
           WRITE LineaExportacion.
           MOVE ALL "-" TO LineaExportacion.
           WRITE LineaExportacion.

       LeeFactura.
           READ ArchivoFacturasCab NEXT
               AT END MOVE "S" TO FinFacturas.

       ExaminaFactura.
           PERFORM BuscaCliente.
           IF ClienteHallado AND CLI-FACTURA-ELECTRONICA
               PERFORM CompruebaExportada
               IF YaExportada
                   ADD 1 TO TotalYaExportadas
               ELSE
                   IF CLI-Nif = SPACES
                       MOVE "cliente sin NIF" TO MotivoPendiente
                       PERFORM ListaPendiente
                   ELSE
                       PERFORM ExportaFactura
                   END-IF
               END-IF
           END-IF.
           PERFORM LeeFactura.

       BuscaCliente.
           MOVE RF-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY MOVE "N" TO ClienteHalladoFlag
               NOT INVALID KEY MOVE "S" TO ClienteHalladoFlag
           END-READ.

       CompruebaExportada.
           MOVE RF-Factura TO FE-Factura.
           READ ArchivoExportadas KEY IS FE-Factura
               INVALID KEY MOVE "N" TO YaExportadaFlag
               NOT INVALID KEY MOVE "S" TO YaExportadaFlag
           END-READ.

       ListaPendiente.
           ADD 1 TO TotalPendientes.
           MOVE SPACES TO LineaExportacion.
           STRING "PENDIENTE " RF-Factura " " RF-Fecha " "
               RF-ClienteId " " RF-Cliente(1:20) " " MotivoPendiente
               DELIMITED BY SIZE INTO LineaExportacion.
           WRITE LineaExportacion.
           DISPLAY LineaExportacion.

      *( la factura solo se anota como exportada despues de
      *  escribir el documento completo )
       ExportaFactura.
           PERFORM EscribeDocumento.
           MOVE RF-Factura TO FE-Factura.
           MOVE RF-ClienteId TO FE-ClienteId.
           MOVE FechaHoy TO FE-FechaExportacion.
           MOVE RF-Total TO FE-Total.
           WRITE FE-Registro
               INVALID KEY
                   DISPLAY "ExportaFacturae: no se pudo anotar la "
                       "factura " RF-Factura
           END-WRITE.
           ADD 1 TO TotalExportadas.
           ADD RF-Total TO SumaExportada.
           MOVE RF-Total TO ImporteEditado.
           MOVE SPACES TO LineaExportacion.
           STRING "EXPORTADA " RF-Factura " " RF-Fecha " "
               RF-ClienteId " " RF-Cliente(1:20) " NIF " CLI-Nif
               " " ImporteEditado
               DELIMITED BY SIZE INTO LineaExportacion.
           WRITE LineaExportacion.

       AbreLoteXml.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO LineaXml.
           WRITE LineaXml.
           MOVE FechaHoy TO FechaFactura.
           PERFORM FormateaFecha.
           MOVE SPACES TO LineaXml.
           STRING "<LoteFacturas fecha=""" FechaXml """>"
               DELIMITED BY SIZE INTO LineaXml.
           WRITE LineaXml.

       CierraLoteXml.
           MOVE "</LoteFacturas>" TO LineaXml.
           WRITE LineaXml.

       EscribeDocumento.
           MOVE SPACES TO LineaXml.
           STRING "  <FacturaElectronica numero=""" RF-Factura """>"
               DELIMITED BY SIZE INTO LineaXml.
           WRITE LineaXml.
           PERFORM EscribeEmisor.
           PERFORM EscribeReceptor.
           PERFORM EscribeDatosFactura.
           PERFORM EscribeLineas.
           PERFORM EscribeImpuestos.
           PERFORM EscribeTotales.
           MOVE "  </FacturaElectronica>" TO LineaXml.
           WRITE LineaXml.

       EscribeEmisor.
           MOVE "    <Emisor>" TO LineaXml.
           WRITE LineaXml.
           MOVE 6 TO NivelSangria.
           MOVE "Nif" TO EtiquetaXml.
           MOVE EM-Nif TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "RazonSocial" TO EtiquetaXml.
           MOVE EM-RazonSocial TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Direccion" TO EtiquetaXml.
           MOVE EM-Calle TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "CodigoPostal" TO EtiquetaXml.
           MOVE EM-CodigoPostal TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Ciudad" TO EtiquetaXml.
           MOVE EM-Ciudad TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "    </Emisor>" TO LineaXml.
           WRITE LineaXml.

       EscribeReceptor.
           MOVE "    <Receptor>" TO LineaXml.
           WRITE LineaXml.
           MOVE 6 TO NivelSangria.
           MOVE "Nif" TO EtiquetaXml.
           MOVE CLI-Nif TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "RazonSocial" TO EtiquetaXml.
           MOVE CLI-Nombre TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Direccion" TO EtiquetaXml.
           MOVE CLI-Calle TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "CodigoPostal" TO EtiquetaXml.
           MOVE CLI-CodigoPostal TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Ciudad" TO EtiquetaXml.
           MOVE CLI-Ciudad TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "    </Receptor>" TO LineaXml.
           WRITE LineaXml.

       EscribeDatosFactura.
           MOVE "    <DatosFactura>" TO LineaXml.
           WRITE LineaXml.
           MOVE 6 TO NivelSangria.
           MOVE "Numero" TO EtiquetaXml.
           MOVE RF-Factura TO ValorXml.
           PERFORM EscribeElemento.
           MOVE RF-Fecha TO FechaFactura.
           PERFORM FormateaFecha.
           MOVE "FechaExpedicion" TO EtiquetaXml.
           MOVE FechaXml TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Pedido" TO EtiquetaXml.
           MOVE RF-Pedido TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "Moneda" TO EtiquetaXml.
           MOVE "EUR" TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "    </DatosFactura>" TO LineaXml.
           WRITE LineaXml.

       EscribeLineas.
           MOVE "    <Lineas>" TO LineaXml.
           WRITE LineaXml.
           MOVE ZEROS TO TotalLineasFactura.
           MOVE "N" TO FinLineas.
           MOVE RF-Factura TO RL-Factura.
           MOVE ZEROS TO RL-Linea.
           START ArchivoFacturasLin
               KEY IS NOT LESS THAN RL-Clave
               INVALID KEY
                   MOVE "S" TO FinLineas
           END-START.
           PERFORM LeeLinea.
           PERFORM EscribeUnaLinea UNTIL NoHayMasLineas.
           MOVE "    </Lineas>" TO LineaXml.
           WRITE LineaXml.

       LeeLinea.
           IF NOT NoHayMasLineas
               READ ArchivoFacturasLin NEXT
                   AT END MOVE "S" TO FinLineas
               END-READ.

      *( una linea grabada antes del desglose por tramos no trae
      *  tipo de IVA: se exporta al tipo general )
       EscribeUnaLinea.
           IF RL-Factura NOT = RF-Factura
               MOVE "S" TO FinLineas
           ELSE
               ADD 1 TO TotalLineasFactura
               MOVE "      <Linea>" TO LineaXml
               WRITE LineaXml
               MOVE 8 TO NivelSangria
               MOVE "NumeroLinea" TO EtiquetaXml
               MOVE RL-Linea TO ValorXml
               PERFORM EscribeElemento
               MOVE "Articulo" TO EtiquetaXml
               MOVE RL-Sku TO ValorXml
               PERFORM EscribeElemento
               MOVE RL-Cantidad TO CantidadXmlEditada
               PERFORM FormateaCantidad
               MOVE "Cantidad" TO EtiquetaXml
               MOVE CantidadXml TO ValorXml
               PERFORM EscribeElemento
               MOVE RL-Importe TO ImporteAuxiliar
               PERFORM FormateaImporte
               MOVE "Importe" TO EtiquetaXml
               MOVE ImporteXml TO ValorXml
               PERFORM EscribeElemento
               IF RL-CategoriaIva = SPACE
                   MOVE PorcIVA TO PorcXmlEditado
               ELSE
                   MOVE RL-PorcIva TO PorcXmlEditado
               END-IF
               PERFORM FormateaPorcentaje
               MOVE "TipoIva" TO EtiquetaXml
               MOVE PorcXml TO ValorXml
               PERFORM EscribeElemento
               MOVE "      </Linea>" TO LineaXml
               WRITE LineaXml
               PERFORM LeeLinea.

      *( como en el libro de IVA, la factura sin desglose por
      *  tramos se declara entera al tipo general )
       EscribeImpuestos.
           MOVE "    <Impuestos>" TO LineaXml.
           WRITE LineaXml.
           IF RF-CategoriaIva(1) = SPACE
               MOVE "G" TO RF-CategoriaIva(1)
               MOVE PorcIVA TO RF-PorcIva(1)
               MOVE RF-Base TO RF-BaseTramo(1)
               MOVE RF-Iva TO RF-CuotaTramo(1)
               MOVE 1 TO IdxTramo
               PERFORM EscribeUnImpuesto
           ELSE
               PERFORM EscribeUnImpuesto
                   VARYING IdxTramo FROM 1 BY 1
                   UNTIL IdxTramo > 3.
           MOVE "    </Impuestos>" TO LineaXml.
           WRITE LineaXml.

       EscribeUnImpuesto.
           IF RF-BaseTramo(IdxTramo) NOT = ZEROS
               MOVE "      <Impuesto>" TO LineaXml
               WRITE LineaXml
               MOVE 8 TO NivelSangria
               MOVE "Categoria" TO EtiquetaXml
               MOVE RF-CategoriaIva(IdxTramo) TO ValorXml
               PERFORM EscribeElemento
               MOVE RF-PorcIva(IdxTramo) TO PorcXmlEditado
               PERFORM FormateaPorcentaje
               MOVE "TipoIva" TO EtiquetaXml
               MOVE PorcXml TO ValorXml
               PERFORM EscribeElemento
               MOVE RF-BaseTramo(IdxTramo) TO ImporteAuxiliar
               PERFORM FormateaImporte
               MOVE "BaseImponible" TO EtiquetaXml
               MOVE ImporteXml TO ValorXml
               PERFORM EscribeElemento
               MOVE RF-CuotaTramo(IdxTramo) TO ImporteAuxiliar
               PERFORM FormateaImporte
               MOVE "Cuota" TO EtiquetaXml
               MOVE ImporteXml TO ValorXml
               PERFORM EscribeElemento
               MOVE "      </Impuesto>" TO LineaXml
               WRITE LineaXml.

       EscribeTotales.
           MOVE "    <Totales>" TO LineaXml.
           WRITE LineaXml.
           MOVE 6 TO NivelSangria.
           MOVE RF-Base TO ImporteAuxiliar.
           PERFORM FormateaImporte.
           MOVE "BaseImponible" TO EtiquetaXml.
           MOVE ImporteXml TO ValorXml.
           PERFORM EscribeElemento.
           MOVE RF-Iva TO ImporteAuxiliar.
           PERFORM FormateaImporte.
           MOVE "TotalImpuestos" TO EtiquetaXml.
           MOVE ImporteXml TO ValorXml.
           PERFORM EscribeElemento.
           MOVE RF-Total TO ImporteAuxiliar.
           PERFORM FormateaImporte.
           MOVE "TotalFactura" TO EtiquetaXml.
           MOVE ImporteXml TO ValorXml.
           PERFORM EscribeElemento.
           MOVE "    </Totales>" TO LineaXml.
           WRITE LineaXml.

      *( escribe <Etiqueta>valor</Etiqueta>; el valor se corta
      *  en el primer doble blanco y los caracteres reservados
      *  del XML se sustituyen por blancos )
       EscribeElemento.
           INSPECT ValorXml REPLACING ALL "<" BY " "
               ALL ">" BY " " ALL "&" BY " ".
           MOVE SPACES TO LineaXml.
           STRING SangriaXml(1:NivelSangria) DELIMITED BY SIZE
               "<" EtiquetaXml DELIMITED BY SPACE
               ">" ValorXml DELIMITED BY "  "
               "</" EtiquetaXml DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LineaXml.
           WRITE LineaXml.

       FormateaFecha.
           MOVE FF-Anio TO FX-Anio.
           MOVE FF-Mes TO FX-Mes.
           MOVE FF-Dia TO FX-Dia.

      *( los importes del documento llevan punto decimal y van
      *  sin blancos a la izquierda )
       FormateaImporte.
           MOVE ImporteAuxiliar TO ImporteXmlEditado.
           INSPECT ImporteXmlEditado REPLACING ALL "," BY ".".
           MOVE ZEROS TO Blancos.
           INSPECT ImporteXmlEditado TALLYING Blancos
               FOR LEADING SPACES.
           MOVE ImporteXmlEditado(Blancos + 1:) TO ImporteXml.

       FormateaPorcentaje.
           INSPECT PorcXmlEditado REPLACING ALL "," BY ".".
           MOVE ZEROS TO Blancos.
           INSPECT PorcXmlEditado TALLYING Blancos
               FOR LEADING SPACES.
           MOVE PorcXmlEditado(Blancos + 1:) TO PorcXml.

       FormateaCantidad.
           MOVE ZEROS TO Blancos.
           INSPECT CantidadXmlEditada TALLYING Blancos
               FOR LEADING SPACES.
           MOVE CantidadXmlEditada(Blancos + 1:) TO CantidadXml.

       EscribeResumen.
           MOVE SPACES TO LineaExportacion.
           WRITE LineaExportacion.
           MOVE SumaExportada TO TotalEditado.
           MOVE SPACES TO LineaExportacion.
           STRING "Facturas exportadas: " TotalExportadas
               "  importe " TotalEditado
               DELIMITED BY SIZE INTO LineaExportacion.
           WRITE LineaExportacion.
           DISPLAY LineaExportacion.
           MOVE SPACES TO LineaExportacion.
           STRING "Ya exportadas antes: " TotalYaExportadas
               "  pendientes: " TotalPendientes
               DELIMITED BY SIZE INTO LineaExportacion.
           WRITE LineaExportacion.
           DISPLAY LineaExportacion.

       END PROGRAM ExportaFacturae.
