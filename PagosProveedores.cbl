       IDENTIFICATION DIVISION.
       PROGRAM-ID. PagosProveedores.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoPropuesta
               ASSIGN TO "propuesta_pagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoPropuesta.
           SELECT OPTIONAL ArchivoExclusiones
               ASSIGN TO "exclusiones_pago.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoExclusiones.
           SELECT OPTIONAL ArchivoVendedores
               ASSIGN TO "vendedores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVendedores.
           SELECT OPTIONAL ArchivoPartidasProv
               ASSIGN TO "partidas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Clave
               FILE STATUS IS EstadoPartidasProv.
           SELECT ArchivoTransferencias ASSIGN TO TRANSPRV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportePagos ASSIGN TO "pagos_proveedores.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoAsientos ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ArchivoEmitidas
               ASSIGN TO "transferencias_emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmitidas.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoPropuesta.
       COPY "PROPPAGO.cpy".
       FD  ArchivoExclusiones.
       01  EX-Registro.
           05 EX-Vendedor PIC X(20).
           05 EX-Factura PIC X(12).
       FD  ArchivoVendedores.
       COPY "VENDREG.cpy".
       FD  ArchivoPartidasProv.
       COPY "PARTPROV.cpy".
       FD  ArchivoTransferencias.
       COPY "TRANSPRV.cpy".
       FD  ReportePagos.
       01  LineaPago PIC X(90).
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ArchivoEmitidas.
       COPY "TRANSEMI.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoPropuesta PIC XX VALUE "00".
           88 NoHayPropuesta VALUE "05".
       01  EstadoExclusiones PIC XX VALUE "00".
           88 NoHayExclusiones VALUE "05".
       01  EstadoVendedores PIC XX VALUE "00".
           88 NoHayVendedores VALUE "05".
       01  EstadoPartidasProv PIC XX VALUE "00".
           88 NoHayPartidasProv VALUE "05".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       01  EstadoEmitidas PIC XX VALUE "00".
           88 EmitidasNoExiste VALUE "35".
       77  FinPropuesta PIC X VALUE "N".
           88 NoHayMasPropuesta VALUE "S".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  VendedorHalladoFlag PIC X VALUE "N".
           88 VendedorHallado VALUE "S".
       77  ExcluidaFlag PIC X VALUE "N".
           88 PartidaExcluida VALUE "S".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaNegocio PIC 9(8) VALUE ZEROS.
       77  FechaCorte PIC 9(8) VALUE ZEROS.
       77  VendedorActual PIC X(20) VALUE SPACES.
       77  IbanActual PIC X(34) VALUE SPACES.
       77  TotalVendedores PIC 99 VALUE ZEROS.
       77  IdxVendedor PIC 99 VALUE ZEROS.
       77  TotalExclusiones PIC 9(4) VALUE ZEROS.
       77  IdxExclusion PIC 9(4) COMP VALUE ZEROS.
       77  FacturasVendedor PIC 9(4) VALUE ZEROS.
       77  ImporteVendedor PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalTransferencias PIC 9(6) VALUE ZEROS.
       77  TotalPagadas PIC 9(6) VALUE ZEROS.
       77  TotalExcluidas PIC 9(6) VALUE ZEROS.
       77  TotalRechazadas PIC 9(6) VALUE ZEROS.
       77  TotalImporte PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(11)9,99.
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  ImporteAsiento PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SignoAsiento PIC X VALUE SPACE.
       77  ModoControl PIC X VALUE SPACE.
       77  ProgramaControl PIC X(15) VALUE "PagosProveedore".
       77  EstadoEjecucion PIC X VALUE SPACE.
       77  PermitidoControl PIC X VALUE "N".
           88 EjecucionPermitida VALUE "S".
       77  RunIdControl PIC 9(6) VALUE ZEROS.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "PagosProveedore".
       01  TablaVendedores.
           05 TVE-Entrada OCCURS 50 TIMES.
               10 TVE-Nombre PIC X(20).
               10 TVE-Iban PIC X(34).
       01  TablaExclusiones.
           05 EXC-Entrada OCCURS 200 TIMES.
               10 EXC-Vendedor PIC X(20).
               10 EXC-Factura PIC X(12).
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 20 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).

       PROCEDURE DIVISION.
      *( la liberacion de pagos cierra partidas y deja apunte al
      *  mayor, asi que pasa por el libro de ejecuciones igual que
      *  la facturacion: una segunda pasada de la misma fecha de
      *  negocio solo entra con el override del supervisor )
       Inicio.
           DISPLAY "PagosProveedores: liberacion de la propuesta de "
               "pagos a proveedores.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "B" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "PagosProveedores: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           DISPLAY "Fecha de negocio (AAAAMMDD, 0 = hoy): ".
           ACCEPT FechaNegocio.
           IF FechaNegocio = ZEROS
               MOVE FechaHoy TO FechaNegocio.
           PERFORM RegistraInicioEjecucion.
           IF NOT EjecucionPermitida
               DISPLAY "PagosProveedores: ya existe una ejecucion "
                   "completada para la fecha de negocio "
                   FechaNegocio
               DISPLAY "PagosProveedores: anote la autorizacion en "
                   "override_runctl.dat para reejecutar."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ProcesoPrincipal
               PERFORM RegistraFinEjecucion.
           STOP RUN.

       RegistraInicioEjecucion.
           MOVE "I" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaNegocio EstadoEjecucion PermitidoControl
               RunIdControl.

       RegistraFinEjecucion.
           MOVE "F" TO ModoControl.
           CALL "ControlEjecucion" USING ModoControl ProgramaControl
               FechaNegocio EstadoEjecucion PermitidoControl
               RunIdControl.

       ProcesoPrincipal.
           PERFORM CargaExclusiones.
           PERFORM CargaVendedores.
           PERFORM CargaCuentas.
           OPEN INPUT ArchivoPropuesta.
           IF NoHayPropuesta
               DISPLAY "PagosProveedores: no se encontro "
                   "propuesta_pagos.dat"
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO EstadoEjecucion
           ELSE
               OPEN I-O ArchivoPartidasProv
               IF NoHayPartidasProv
                   DISPLAY "PagosProveedores: no se encontro "
                       "partidas_proveedor.dat"
                   CLOSE ArchivoPropuesta
                   CLOSE ArchivoPartidasProv
                   MOVE 8 TO RETURN-CODE
                   MOVE "E" TO EstadoEjecucion
               ELSE
                   OPEN OUTPUT ArchivoTransferencias
                   PERFORM AbreEmitidas
                   OPEN OUTPUT ReportePagos
                   PERFORM LeePropuesta
                   MOVE PR-FechaCorte TO FechaCorte
                   PERFORM EscribeTitulo
                   PERFORM EscribeCabeceraBanco
                   PERFORM ProcesaPropuesta UNTIL NoHayMasPropuesta
                   IF VendedorActual NOT = SPACES
                       PERFORM CierraVendedor
                   END-IF
                   PERFORM EscribeColaBanco
                   CLOSE ArchivoPropuesta
                   CLOSE ArchivoPartidasProv
                   CLOSE ArchivoTransferencias
                   CLOSE ArchivoEmitidas
                   IF TotalImporte NOT = ZEROS
                       PERFORM GeneraAsientos
                   END-IF
                   PERFORM EscribeResumen
                   CLOSE ReportePagos
                   MOVE "C" TO EstadoEjecucion
                   IF TotalRechazadas NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.

      *( tesoreria anota en exclusiones_pago.dat lo que no debe
      *  salir en esta remesa: vendedor y factura, o solo el
      *  vendedor con la factura en blanco para retenerlo entero )
       CargaExclusiones.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoExclusiones.
           IF NoHayExclusiones
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnaExclusion UNTIL NoHayMasRegistros.
           CLOSE ArchivoExclusiones.

       CargaUnaExclusion.
           READ ArchivoExclusiones
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalExclusiones < 200
                       ADD 1 TO TotalExclusiones
                       MOVE EX-Vendedor TO
                           EXC-Vendedor(TotalExclusiones)
                       MOVE EX-Factura TO
                           EXC-Factura(TotalExclusiones)
                   END-IF
           END-READ.

       CargaVendedores.
           MOVE "N" TO FinArchivo.
           OPEN INPUT ArchivoVendedores.
           IF NoHayVendedores
               MOVE "S" TO FinArchivo.
           PERFORM CargaUnVendedor UNTIL NoHayMasRegistros.
           CLOSE ArchivoVendedores.

       CargaUnVendedor.
           READ ArchivoVendedores
               AT END MOVE "S" TO FinArchivo
               NOT AT END
                   IF TotalVendedores < 50
                       ADD 1 TO TotalVendedores
                       MOVE VE-Nombre TO TVE-Nombre(TotalVendedores)
                       MOVE VE-Iban TO TVE-Iban(TotalVendedores)
                   END-IF
           END-READ.

       EscribeTitulo.
           MOVE SPACES TO LineaPago.
           STRING "PAGOS A PROVEEDORES del " FechaNegocio
               " - propuesta con corte " FechaCorte
               DELIMITED BY SIZE INTO LineaPago.
           WRITE LineaPago.
           MOVE ALL "-" TO LineaPago.
           WRITE LineaPago.

       EscribeCabeceraBanco.
           MOVE SPACES TO TV-RegistroCabecera.
           MOVE "H" TO TV-Tipo.
           MOVE FechaHoy TO TVH-FechaCreacion.
           MOVE FechaCorte TO TVH-FechaCorte.
           WRITE TV-RegistroCabecera.

       LeePropuesta.
           READ ArchivoPropuesta
               AT END MOVE "S" TO FinPropuesta.

      *( cada partida se vuelve a leer del maestro antes de
      *  pagarla: solo se paga si sigue abierta, y al pagarla se
      *  cierra, de modo que nunca entra en dos remesas )
       ProcesaPropuesta.
           IF PR-Vendedor NOT = VendedorActual
               IF VendedorActual NOT = SPACES
                   PERFORM CierraVendedor
               END-IF
               PERFORM AbreVendedor.
           PERFORM CompruebaExclusion.
           EVALUATE TRUE
               WHEN PartidaExcluida
                   ADD 1 TO TotalExcluidas
                   MOVE SPACES TO LineaPago
                   STRING "  " PR-Factura " excluida por tesoreria"
                       DELIMITED BY SIZE INTO LineaPago
                   WRITE LineaPago
               WHEN IbanActual = SPACES
                   ADD 1 TO TotalRechazadas
                   MOVE SPACES TO LineaPago
                   STRING "  " PR-Factura " rechazada: vendedor sin "
                       "cuenta IBAN"
                       DELIMITED BY SIZE INTO LineaPago
                   WRITE LineaPago
                   DISPLAY LineaPago
               WHEN OTHER
                   PERFORM PagaPartida
           END-EVALUATE.
           PERFORM LeePropuesta.

       AbreVendedor.
           MOVE PR-Vendedor TO VendedorActual.
           MOVE ZEROS TO FacturasVendedor.
           MOVE ZEROS TO ImporteVendedor.
           MOVE SPACES TO IbanActual.
           MOVE "N" TO VendedorHalladoFlag.
           PERFORM CompruebaVendedor
               VARYING IdxVendedor FROM 1 BY 1
               UNTIL IdxVendedor > TotalVendedores
                  OR VendedorHallado.
           MOVE SPACES TO LineaPago.
           WRITE LineaPago.
           MOVE SPACES TO LineaPago.
           STRING "Vendedor: " VendedorActual " cuenta " IbanActual
               DELIMITED BY SIZE INTO LineaPago.
           WRITE LineaPago.

       CompruebaVendedor.
           IF TVE-Nombre(IdxVendedor) = PR-Vendedor
               MOVE TVE-Iban(IdxVendedor) TO IbanActual
               MOVE "S" TO VendedorHalladoFlag.

       CompruebaExclusion.
           MOVE "N" TO ExcluidaFlag.
           PERFORM CompruebaUnaExclusion
               VARYING IdxExclusion FROM 1 BY 1
               UNTIL IdxExclusion > TotalExclusiones
                  OR PartidaExcluida.

       CompruebaUnaExclusion.
           IF EXC-Vendedor(IdxExclusion) = PR-Vendedor
               IF EXC-Factura(IdxExclusion) = SPACES
                   OR EXC-Factura(IdxExclusion) = PR-Factura
                   MOVE "S" TO ExcluidaFlag.

       PagaPartida.
           MOVE PR-Vendedor TO PP-Vendedor.
           MOVE PR-Factura TO PP-Factura.
           READ ArchivoPartidasProv KEY IS PP-Clave
               INVALID KEY
                   ADD 1 TO TotalRechazadas
                   MOVE SPACES TO LineaPago
                   STRING "  " PR-Factura " rechazada: no existe en "
                       "partidas_proveedor.dat"
                       DELIMITED BY SIZE INTO LineaPago
                   WRITE LineaPago
                   DISPLAY LineaPago
               NOT INVALID KEY
                   IF PP-ABIERTA AND PP-ImportePendiente NOT = ZEROS
                       PERFORM CierraPartida
                   ELSE
                       ADD 1 TO TotalRechazadas
                       MOVE SPACES TO LineaPago
                       STRING "  " PR-Factura " rechazada: ya "
                           "pagada el " PP-FechaPago
                           DELIMITED BY SIZE INTO LineaPago
                       WRITE LineaPago
                       DISPLAY LineaPago
                   END-IF
           END-READ.

       CierraPartida.
           ADD 1 TO FacturasVendedor.
           ADD 1 TO TotalPagadas.
           ADD PP-ImportePendiente TO ImporteVendedor.
           MOVE PP-ImportePendiente TO ImporteEditado.
           MOVE ZEROS TO PP-ImportePendiente.
           MOVE FechaNegocio TO PP-FechaPago.
           MOVE "C" TO PP-Estado.
           REWRITE PP-Registro.
           MOVE SPACES TO LineaPago.
           STRING "  " PR-Factura " vence " PR-FechaVencimiento
               " pagada " ImporteEditado
               DELIMITED BY SIZE INTO LineaPago.
           WRITE LineaPago.

       CierraVendedor.
           IF ImporteVendedor NOT = ZEROS
               ADD 1 TO TotalTransferencias
               ADD ImporteVendedor TO TotalImporte
               MOVE "D" TO TV-Tipo
               MOVE VendedorActual TO TV-Vendedor
               MOVE IbanActual TO TV-Iban
               MOVE ImporteVendedor TO TV-Importe
               MOVE FacturasVendedor TO TV-Facturas
               MOVE "EUR" TO TV-Moneda
               WRITE TV-Registro
               MOVE FechaNegocio TO TE-Fecha
               MOVE "P" TO TE-Origen
               MOVE VendedorActual TO TE-Referencia
               MOVE ImporteVendedor TO TE-Importe
               WRITE TE-Registro
               MOVE ImporteVendedor TO ImporteEditado
               MOVE SPACES TO LineaPago
               STRING "  Transferencia: " FacturasVendedor
                   " facturas por " ImporteEditado
                   DELIMITED BY SIZE INTO LineaPago
               WRITE LineaPago.

      *( cada transferencia queda tambien en el registro de
      *  emitidas para casarla con el cargo del extracto bancario )
       AbreEmitidas.
           OPEN EXTEND ArchivoEmitidas.
           IF EmitidasNoExiste
               OPEN OUTPUT ArchivoEmitidas
               CLOSE ArchivoEmitidas
               OPEN EXTEND ArchivoEmitidas
           END-IF.

       EscribeColaBanco.
           MOVE SPACES TO TV-RegistroCola.
           MOVE "T" TO TV-Tipo.
           MOVE TotalTransferencias TO TVT-Contador.
           MOVE TotalImporte TO TVT-Total.
           WRITE TV-RegistroCola.

      *( el pago salda la cuenta de proveedores contra bancos;
      *  las cuentas se toman de cuentas_param.dat y en su
      *  defecto vale el concepto )
       CargaCuentas.
           MOVE "N" TO FinCuentas.
           OPEN INPUT ArchivoCuentas.
           IF NoHayCuentas
               MOVE "S" TO FinCuentas.
           PERFORM CargaUnaCuenta UNTIL NoHayMasCuentas.
           CLOSE ArchivoCuentas.

       CargaUnaCuenta.
           READ ArchivoCuentas
               AT END MOVE "S" TO FinCuentas
               NOT AT END
                   IF TotalCuentas < 20
                       ADD 1 TO TotalCuentas
                       MOVE CU-Concepto TO CTA-Concepto(TotalCuentas)
                       MOVE CU-Cuenta TO CTA-Cuenta(TotalCuentas)
                   END-IF
           END-READ.

       BuscaCuenta.
           MOVE "N" TO CuentaHalladaFlag.
           MOVE ConceptoBuscado TO CuentaHallada.
           PERFORM CompruebaCuenta
               VARYING IdxCuenta FROM 1 BY 1
               UNTIL IdxCuenta > TotalCuentas OR CuentaEncontrada.

       CompruebaCuenta.
           IF CTA-Concepto(IdxCuenta) = ConceptoBuscado
               MOVE CTA-Cuenta(IdxCuenta) TO CuentaHallada
               MOVE "S" TO CuentaHalladaFlag.

       GeneraAsientos.
           OPEN EXTEND ArchivoAsientos.
           IF AsientosNoExiste
               OPEN OUTPUT ArchivoAsientos
               CLOSE ArchivoAsientos
               OPEN EXTEND ArchivoAsientos
           END-IF.
           MOVE "PROVEED" TO ConceptoBuscado.
           MOVE TotalImporte TO ImporteAsiento.
           MOVE "D" TO SignoAsiento.
           PERFORM EscribeAsiento.
           MOVE "BANCOS" TO ConceptoBuscado.
           MOVE TotalImporte TO ImporteAsiento.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.
           CLOSE ArchivoAsientos.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
           MOVE SignoAsiento TO AS-DebeHaber.
           MOVE ImporteAsiento TO AS-Importe.
           MOVE FechaNegocio TO AS-FechaNegocio.
           MOVE "PagosProveedore" TO AS-Programa.
           WRITE AS-Registro.

       EscribeResumen.
           MOVE SPACES TO LineaPago.
           WRITE LineaPago.
           MOVE TotalImporte TO ImporteEditado.
           MOVE SPACES TO LineaPago.
           STRING "Transferencias: " TotalTransferencias
               "  Facturas pagadas: " TotalPagadas
               "  Importe: " ImporteEditado
               DELIMITED BY SIZE INTO LineaPago.
           WRITE LineaPago.
           DISPLAY LineaPago.
           MOVE SPACES TO LineaPago.
           STRING "Excluidas por tesoreria: " TotalExcluidas
               "  Rechazadas: " TotalRechazadas
               DELIMITED BY SIZE INTO LineaPago.
           WRITE LineaPago.
           DISPLAY LineaPago.

       END PROGRAM PagosProveedores.
