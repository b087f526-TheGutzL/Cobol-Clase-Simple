               ASSIGN TO "precios_versiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVersiones.
           SELECT OPTIONAL ArchivoContratos
               ASSIGN TO "precios_contrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-Clave
               FILE STATUS IS EstadoContratos.
           SELECT OPTIONAL TrailTasas ASSIGN TO "tasas_auditoria.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
           05 PV-Sku PIC X(10).
           05 PV-Precio PIC 99V99.
           05 PV-FechaEfectiva PIC 9(8).
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  TrailTasas.
       01  TRA-Registro.
           05 TRA-Fecha PIC 9(8).
           88 VersionesNoExiste VALUE "35".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       01  EstadoContratos PIC XX VALUE "00".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  Supervisor PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
           88 PrecioHallado VALUE "S".
       77  TasaAntigua PIC 9(3)V9(4) VALUE ZEROS.
       77  ValorEditado PIC ZZZZ9,9999.
       77  PorcentajeEditado PIC Z9,99.
       01  TablaTasas.
           05 TAS-Entrada OCCURS 20 TIMES.
               10 TAS-Moneda PIC XXX.
               10 PRE-Precio PIC 99V99.
               10 PRE-Vendedor PIC X(20).
       01  TablaPendientes.
           05 TPE-Registro OCCURS 200 TIMES PIC X(119).

       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "ApruebaCambios: aprobacion de cambios "
               "pendientes de tasas, precios y contratos.".
           DISPLAY "Identificador del supervisor: ".
           ACCEPT Supervisor.
           DISPLAY "Clave de acceso: ".
               PEN-Tipo " " PEN-Clave " valor " ValorEditado
               " solicitada por " PEN-Solicitante
               " el " PEN-FechaSolicitud.
           IF PEN-DOMINIO-CONTRATO
               MOVE PEN-PorcDescuento TO PorcentajeEditado
               DISPLAY "  contrato " PEN-Referencia " del cliente "
                   PEN-ClienteId " del " PEN-FechaEfectiva
                   " al " PEN-FechaHasta " descuento "
                   PorcentajeEditado
           ELSE
               IF PEN-FechaEfectiva NOT = ZEROS
                   DISPLAY "  con fecha efectiva " PEN-FechaEfectiva.
           DISPLAY "Decision (A aprobar / R rechazar / S saltar): ".
           ACCEPT Decision.
           EVALUATE Decision
           MOVE "A" TO PEN-Estado.
           MOVE Supervisor TO PEN-Aprobador.
           MOVE FechaHoy TO PEN-FechaDecision.
           EVALUATE TRUE
               WHEN PEN-DOMINIO-TASA
                   PERFORM AplicaTasa
               WHEN PEN-DOMINIO-CONTRATO
                   PERFORM AplicaContrato
               WHEN PEN-FechaEfectiva NOT = ZEROS
                   PERFORM AplicaVersionPrecio
               WHEN OTHER
                   PERFORM AplicaPrecio
           END-EVALUATE.
           PERFORM EscribeAuditoria.

      *( el trail de tasas solo recoge cambios realmente
           WRITE PV-Registro.
           CLOSE ArchivoVersiones.

      *( el maestro de contratos es indexado y se actualiza por
      *  clave en el momento; el contrato guarda quien lo aprobo )
       AplicaContrato.
           OPEN I-O ArchivoContratos.
           MOVE PEN-ClienteId TO CT-ClienteId.
           MOVE PEN-Clave TO CT-Sku.
           MOVE PEN-FechaEfectiva TO CT-FechaDesde.
           EVALUATE PEN-Tipo
               WHEN "A"
                   PERFORM FormaContrato
                   WRITE CT-Registro
                       INVALID KEY
                           DISPLAY "  no aplicable: el contrato ya "
                               "existe"
                   END-WRITE
               WHEN "C"
                   READ ArchivoContratos KEY IS CT-Clave
                       INVALID KEY
                           DISPLAY "  no aplicable: el contrato no "
                               "existe"
                       NOT INVALID KEY
                           PERFORM FormaContrato
                           REWRITE CT-Registro
                           END-REWRITE
                   END-READ
               WHEN "D"
                   DELETE ArchivoContratos
                       INVALID KEY
                           DISPLAY "  no aplicable: el contrato no "
                               "existe"
                   END-DELETE
           END-EVALUATE.
           CLOSE ArchivoContratos.

       FormaContrato.
           MOVE PEN-FechaHasta TO CT-FechaHasta.
           MOVE PEN-ValorNuevo TO CT-Precio.
           MOVE PEN-PorcDescuento TO CT-PorcDescuento.
           MOVE PEN-Referencia TO CT-Referencia.
           MOVE Supervisor TO CT-Aprobador.
           MOVE FechaHoy TO CT-FechaAprobacion.

       EscribeTrailTasa.
           MOVE FechaHoy TO TRA-Fecha.
           ACCEPT TRA-Hora FROM TIME.
