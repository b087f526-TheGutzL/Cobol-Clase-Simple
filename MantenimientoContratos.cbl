       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoContratos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoTransContratos
               ASSIGN TO "trans_contratos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransContratos.
           SELECT OPTIONAL ArchivoContratos
               ASSIGN TO "precios_contrato.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-Clave
               FILE STATUS IS EstadoContratos.
           SELECT OPTIONAL ArchivoClientes ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ClienteId
               FILE STATUS IS EstadoClientes.
           SELECT OPTIONAL ArchivoPrecios
               ASSIGN TO "precios_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-Sku
               FILE STATUS IS EstadoPrecios.
           SELECT ArchivoPendientes
               ASSIGN TO "cambios_pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPendientes.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoTransContratos.
       01  TK-Registro.
           05 TK-Tipo PIC X.
           05 TK-ClienteId PIC 9(6).
           05 TK-Sku PIC X(10).
           05 TK-FechaDesde PIC 9(8).
           05 TK-FechaHasta PIC 9(8).
           05 TK-Precio PIC 99V99.
           05 TK-PorcDescuento PIC 99V99.
           05 TK-Referencia PIC X(12).
       FD  ArchivoContratos.
       COPY "CONTRATO.cpy".
       FD  ArchivoClientes.
       COPY "CLIMST.cpy".
       FD  ArchivoPrecios.
       COPY "PRECIOIX.cpy".
       FD  ArchivoPendientes.
       COPY "PENDAPR.cpy".
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoTransContratos PIC XX VALUE "00".
           88 NoHayTransContratos VALUE "05".
       01  EstadoContratos PIC XX VALUE "00".
           88 NoHayContratos VALUE "05".
       01  EstadoClientes PIC XX VALUE "00".
       01  EstadoPrecios PIC XX VALUE "00".
       01  EstadoPendientes PIC XX VALUE "00".
           88 PendientesNoExiste VALUE "35".
           88 NoHayPendientes VALUE "05".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "MantenContratos".
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FinTransContratos PIC X VALUE "N".
           88 NoHayMasTransContratos VALUE "S".
       77  FinPendientes PIC X VALUE "N".
           88 NoHayMasPendientes VALUE "S".
       77  FinContratos PIC X VALUE "N".
           88 NoHayMasContratos VALUE "S".
       77  ContratoExisteFlag PIC X VALUE "N".
           88 ContratoExiste VALUE "S".
       77  ClienteExisteFlag PIC X VALUE "N".
           88 ClienteExiste VALUE "S".
       77  SkuExisteFlag PIC X VALUE "N".
           88 SkuExiste VALUE "S".
       77  SolapeFlag PIC X VALUE "N".
           88 HaySolape VALUE "S".
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  FechaHastaValida PIC X VALUE "N".
           88 EsFechaHastaValida VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FinNueva PIC 9(8) VALUE ZEROS.
       77  FinExistente PIC 9(8) VALUE ZEROS.
       77  UltimoPendiente PIC 9(6) VALUE ZEROS.
       77  TotalEncoladas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  MotivoRechazo PIC X(45) VALUE SPACES.

      *( mantenimiento de los precios de contrato por cliente: las
      *  altas (A), cambios (C) y bajas (D) de trans_contratos.dat
      *  se validan contra el maestro de clientes, el de precios y
      *  los contratos vigentes, y las que pasan quedan en la cola
      *  de cambios pendientes para que un supervisor las apruebe
      *  en ApruebaCambios, como los demas cambios de precio. Un
      *  contrato con SKU lleva precio neto o descuento; sin SKU es
      *  un descuento sobre todo el catalogo )
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "MantenimientoContratos: mantenimiento de los "
               "precios de contrato.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "P" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoContratos: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM LeeUltimoPendiente.
           OPEN INPUT ArchivoTransContratos.
           IF NoHayTransContratos
               DISPLAY "MantenimientoContratos: no se encontro "
                   "trans_contratos.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               OPEN INPUT ArchivoContratos
               OPEN INPUT ArchivoClientes
               OPEN INPUT ArchivoPrecios
               PERFORM AbrePendientes
               PERFORM LeeTransContrato
               PERFORM ProcesaTransContrato
                   UNTIL NoHayMasTransContratos
               CLOSE ArchivoTransContratos
               CLOSE ArchivoContratos
               CLOSE ArchivoClientes
               CLOSE ArchivoPrecios
               CLOSE ArchivoPendientes
               DISPLAY "MantenimientoContratos: cambios encolados "
                   "para aprobacion: " TotalEncoladas
               DISPLAY "MantenimientoContratos: cambios "
                   "rechazados: " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

       LeeTransContrato.
           READ ArchivoTransContratos
               AT END MOVE "S" TO FinTransContratos.

       ProcesaTransContrato.
           MOVE SPACES TO MotivoRechazo.
           PERFORM BuscaContrato.
           EVALUATE TK-Tipo
               WHEN "A"
                   PERFORM ValidaDatosContrato
                   IF MotivoRechazo = SPACES AND ContratoExiste
                       MOVE "el contrato ya existe" TO MotivoRechazo
                   END-IF
                   IF MotivoRechazo = SPACES
                       PERFORM CompruebaSolapes
                   END-IF
               WHEN "C"
                   PERFORM ValidaDatosContrato
                   IF MotivoRechazo = SPACES AND NOT ContratoExiste
                       MOVE "el contrato no existe" TO MotivoRechazo
                   END-IF
                   IF MotivoRechazo = SPACES
                       PERFORM CompruebaSolapes
                   END-IF
               WHEN "D"
                   IF NOT ContratoExiste
                       MOVE "el contrato no existe" TO MotivoRechazo
                   END-IF
               WHEN OTHER
                   MOVE "tipo de transaccion no valido"
                       TO MotivoRechazo
           END-EVALUATE.
           IF MotivoRechazo = SPACES
               PERFORM RegistraCambio
           ELSE
               ADD 1 TO TotalRechazadas
               DISPLAY "Contrato rechazado, " MotivoRechazo ": "
                   TK-ClienteId " " TK-Sku " " TK-FechaDesde.
           PERFORM LeeTransContrato.

       BuscaContrato.
           MOVE "N" TO ContratoExisteFlag.
           MOVE TK-ClienteId TO CT-ClienteId.
           MOVE TK-Sku TO CT-Sku.
           MOVE TK-FechaDesde TO CT-FechaDesde.
           IF NOT NoHayContratos
               READ ArchivoContratos KEY IS CT-Clave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ContratoExisteFlag
               END-READ.

      *( el precio neto solo tiene sentido para un SKU concreto;
      *  el contrato de catalogo lleva siempre descuento, y nunca
      *  se piden a la vez precio y descuento )
       ValidaDatosContrato.
           PERFORM BuscaCliente.
           PERFORM BuscaSku.
           CALL "ValidaFecha" USING TK-FechaDesde FechaValida.
           MOVE "S" TO FechaHastaValida.
           IF TK-FechaHasta NOT = ZEROS
               CALL "ValidaFecha" USING TK-FechaHasta
                   FechaHastaValida.
           EVALUATE TRUE
               WHEN NOT ClienteExiste
                   MOVE "cliente no existe" TO MotivoRechazo
               WHEN TK-Sku NOT = SPACES AND NOT SkuExiste
                   MOVE "SKU sin precio de tarifa" TO MotivoRechazo
               WHEN NOT EsFechaValida
                   MOVE "fecha de inicio no valida" TO MotivoRechazo
               WHEN NOT EsFechaHastaValida
                   MOVE "fecha de fin no valida" TO MotivoRechazo
               WHEN TK-FechaHasta NOT = ZEROS
                   AND TK-FechaHasta < TK-FechaDesde
                   MOVE "fin anterior al inicio" TO MotivoRechazo
               WHEN TK-Precio NOT NUMERIC
                   OR TK-PorcDescuento NOT NUMERIC
                   MOVE "precio o descuento no numerico"
                       TO MotivoRechazo
               WHEN TK-Precio = ZEROS AND TK-PorcDescuento = ZEROS
                   MOVE "sin precio ni descuento" TO MotivoRechazo
               WHEN TK-Precio NOT = ZEROS
                   AND TK-PorcDescuento NOT = ZEROS
                   MOVE "precio y descuento a la vez" TO MotivoRechazo
               WHEN TK-Sku = SPACES AND TK-Precio NOT = ZEROS
                   MOVE "contrato de catalogo con precio neto"
                       TO MotivoRechazo
           END-EVALUATE.

       BuscaCliente.
           MOVE "N" TO ClienteExisteFlag.
           MOVE TK-ClienteId TO CLI-ClienteId.
           READ ArchivoClientes KEY IS CLI-ClienteId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ClienteExisteFlag
           END-READ.

       BuscaSku.
           MOVE "N" TO SkuExisteFlag.
           IF TK-Sku NOT = SPACES
               MOVE TK-Sku TO PX-Sku
               READ ArchivoPrecios KEY IS PX-Sku
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SkuExisteFlag
               END-READ.

      *( dos contratos del mismo cliente y SKU no pueden solaparse
      *  en el tiempo, para que la facturacion no tenga que elegir;
      *  el cambio de un contrato no se compara consigo mismo )
       CompruebaSolapes.
           MOVE "N" TO SolapeFlag.
           MOVE "N" TO FinContratos.
           MOVE TK-FechaHasta TO FinNueva.
           IF FinNueva = ZEROS
               MOVE 99999999 TO FinNueva.
           MOVE TK-ClienteId TO CT-ClienteId.
           MOVE TK-Sku TO CT-Sku.
           MOVE ZEROS TO CT-FechaDesde.
           IF NoHayContratos
               MOVE "S" TO FinContratos
           ELSE
               START ArchivoContratos
                   KEY IS NOT LESS THAN CT-Clave
                   INVALID KEY
                       MOVE "S" TO FinContratos
               END-START.
           PERFORM CompruebaUnSolape
               UNTIL NoHayMasContratos OR HaySolape.
           IF HaySolape
               MOVE "se solapa con otro contrato del cliente"
                   TO MotivoRechazo.

       CompruebaUnSolape.
           READ ArchivoContratos NEXT
               AT END MOVE "S" TO FinContratos
               NOT AT END
                   IF CT-ClienteId NOT = TK-ClienteId
                       OR CT-Sku NOT = TK-Sku
                       MOVE "S" TO FinContratos
                   ELSE
                       PERFORM ComparaVigencias
                   END-IF
           END-READ.

       ComparaVigencias.
           MOVE CT-FechaHasta TO FinExistente.
           IF FinExistente = ZEROS
               MOVE 99999999 TO FinExistente.
           IF CT-FechaDesde NOT = TK-FechaDesde
               AND TK-FechaDesde <= FinExistente
               AND CT-FechaDesde <= FinNueva
               MOVE "S" TO SolapeFlag.

      *( control a cuatro ojos, como en MantenimientoPrecios: la
      *  propuesta no toca el maestro de contratos hasta que la
      *  aprueba un supervisor )
       LeeUltimoPendiente.
           MOVE ZEROS TO UltimoPendiente.
           MOVE "N" TO FinPendientes.
           OPEN INPUT ArchivoPendientes.
           IF NoHayPendientes OR PendientesNoExiste
               MOVE "S" TO FinPendientes.
           PERFORM ExaminaPendiente UNTIL NoHayMasPendientes.
           CLOSE ArchivoPendientes.

       ExaminaPendiente.
           READ ArchivoPendientes
               AT END MOVE "S" TO FinPendientes
               NOT AT END
                   IF PEN-Id > UltimoPendiente
                       MOVE PEN-Id TO UltimoPendiente
                   END-IF
           END-READ.

       AbrePendientes.
           OPEN EXTEND ArchivoPendientes.
           IF PendientesNoExiste
               OPEN OUTPUT ArchivoPendientes
               CLOSE ArchivoPendientes
               OPEN EXTEND ArchivoPendientes
           END-IF.

       RegistraCambio.
           ADD 1 TO TotalEncoladas.
           ADD 1 TO UltimoPendiente.
           MOVE UltimoPendiente TO PEN-Id.
           MOVE "K" TO PEN-Dominio.
           MOVE TK-Tipo TO PEN-Tipo.
           MOVE TK-Sku TO PEN-Clave.
           IF TK-Tipo = "D"
               MOVE ZEROS TO PEN-ValorNuevo
               MOVE ZEROS TO PEN-FechaHasta
               MOVE ZEROS TO PEN-PorcDescuento
           ELSE
               MOVE TK-Precio TO PEN-ValorNuevo
               MOVE TK-FechaHasta TO PEN-FechaHasta
               MOVE TK-PorcDescuento TO PEN-PorcDescuento.
           MOVE SPACES TO PEN-Vendedor.
           MOVE TK-FechaDesde TO PEN-FechaEfectiva.
           MOVE SPACE TO PEN-Override.
           MOVE Operador TO PEN-Solicitante.
           MOVE FechaHoy TO PEN-FechaSolicitud.
           MOVE "P" TO PEN-Estado.
           MOVE SPACES TO PEN-Aprobador.
           MOVE ZEROS TO PEN-FechaDecision.
           MOVE TK-ClienteId TO PEN-ClienteId.
           MOVE TK-Referencia TO PEN-Referencia.
           WRITE PEN-Registro.
           DISPLAY "Propuesta " PEN-Id " encolada: " TK-Tipo
               " cliente " TK-ClienteId " " TK-Sku.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "MantenContratos" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "CONT-Q" TK-Tipo "-" TK-ClienteId
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE TK-Precio TO AUDIT-NUMERO1.
           MOVE TK-PorcDescuento TO AUDIT-NUMERO2.
           MOVE ZEROS TO AUDIT-RESULTADO.
           CALL "SiguienteSecuencia" USING SecuenciaAuditoria.
           MOVE SecuenciaAuditoria TO AUDIT-SECUENCIA.
           ACCEPT AUDIT-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           OPEN EXTEND AuditLog.
           IF AuditLogNoExiste
               OPEN OUTPUT AuditLog
               CLOSE AuditLog
               OPEN EXTEND AuditLog
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AuditLog.

       END PROGRAM MantenimientoContratos.
