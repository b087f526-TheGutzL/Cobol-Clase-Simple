       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoActivos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoActivos
               ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-Id
               FILE STATUS IS EstadoActivos.
           SELECT OPTIONAL ArchivoTransActivos
               ASSIGN TO "trans_activos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoTransActivos.
           SELECT OPTIONAL ArchivoDepartamentos
               ASSIGN TO "departamentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoDepartamentos.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ReporteActivos
               ASSIGN TO "activos_cambios.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoActivos.
       COPY "ACTIVO.cpy".
       FD  ArchivoTransActivos.
       01  TA-Registro.
           05 TA-Tipo PIC X.
           05 TA-Id PIC 9(6).
           05 TA-Descripcion PIC X(30).
           05 TA-Categoria PIC X(4).
           05 TA-CentroCoste PIC X(4).
           05 TA-Fecha PIC 9(8).
           05 TA-Coste PIC 9(9)V99.
           05 TA-ValorResidual PIC 9(9)V99.
           05 TA-VidaMeses PIC 9(3).
           05 TA-Metodo PIC X.
           05 TA-AmortAcumulada PIC 9(9)V99.
           05 TA-UltimoPeriodo PIC 9(6).
           05 TA-ImporteVenta PIC 9(9)V99.
       FD  ArchivoDepartamentos.
       01  DEP-Registro.
           05 DEP-Codigo PIC X(4).
           05 DEP-Nombre PIC X(30).
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ReporteActivos.
       01  LineaActivo PIC X(100).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       COPY "CATACTIV.cpy".
       01  EstadoActivos PIC XX VALUE "00".
       01  EstadoTransActivos PIC XX VALUE "00".
           88 NoHayTransActivos VALUE "05".
       01  EstadoDepartamentos PIC XX VALUE "00".
           88 NoHayDepartamentos VALUE "05".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  CodigoRetorno PIC 9(4) VALUE ZERO.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
           88 EsSupervisor VALUE "S".
       77  ProgramaLlamante PIC X(15) VALUE "MantenimActivos".
       77  FinTransActivos PIC X VALUE "N".
           88 NoHayMasTransActivos VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  FinDepartamentos PIC X VALUE "N".
           88 NoHayMasDepartamentos VALUE "S".
       77  FechaValida PIC X VALUE "N".
           88 EsFechaValida VALUE "S".
       77  TransValidaFlag PIC X VALUE "N".
           88 TransValida VALUE "S".
       77  CategoriaHalladaFlag PIC X VALUE "N".
           88 CategoriaEncontrada VALUE "S".
       77  DepartamentoHalladoFlag PIC X VALUE "N".
           88 DepartamentoEncontrado VALUE "S".
       77  IdxCategoria PIC 99 VALUE ZEROS.
       77  TotalDepartamentos PIC 999 VALUE ZEROS.
       77  IdxDepartamento PIC 999 VALUE ZEROS.
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  ImporteAsiento PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  SignoAsiento PIC X VALUE SPACE.
       77  FechaAsiento PIC 9(8) VALUE ZEROS.
       77  ValorNeto PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  ResultadoBaja PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  PeriodoBaja PIC 9(6) VALUE ZEROS.
       77  PendienteAmortizar PIC S9(9)V99 COMP-3 VALUE ZEROS.
       77  CosteEditado PIC Z(8)9,99.
       77  NetoEditado PIC Z(8)9,99.
       77  ResultadoEditado PIC -(8)9,99.
       77  TotalAplicadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       01  TablaDepartamentos.
           05 TDP-Codigo PIC X(4) OCCURS 100 TIMES.
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 50 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).

       PROCEDURE DIVISION.
      *( altas (A) y bajas (B) del maestro de activos fijos a
      *  partir de trans_activos.dat. El alta exige categoria del
      *  catalogo, centro de coste dado de alta en
      *  departamentos.dat, coste y vida util positivos y valor
      *  residual inferior al coste, y se contabiliza contra
      *  proveedores; los activos que vienen del inventario
      *  anterior traen su amortizacion acumulada y el ultimo
      *  periodo amortizado, y como ya figuran en el mayor no
      *  generan apunte. La baja da de baja el activo y
      *  contabiliza el beneficio o la perdida contra el valor
      *  neto contable )
       Inicio.
           DISPLAY "MantenimientoActivos: altas y bajas del "
               "inmovilizado.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "G" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "MantenimientoActivos: operador no "
                   "autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ArchivoTransActivos.
           IF NoHayTransActivos
               DISPLAY "MantenimientoActivos: no se encontro "
                   "trans_activos.dat."
               MOVE 8 TO CodigoRetorno
           ELSE
               PERFORM CargaDepartamentos
               PERFORM CargaCuentas
               OPEN I-O ArchivoActivos
               OPEN EXTEND ArchivoAsientos
               IF AsientosNoExiste
                   OPEN OUTPUT ArchivoAsientos
                   CLOSE ArchivoAsientos
                   OPEN EXTEND ArchivoAsientos
               END-IF
               OPEN OUTPUT ReporteActivos
               PERFORM LeeTransActivo
               PERFORM AplicaTransActivo
                   UNTIL NoHayMasTransActivos
               CLOSE ArchivoActivos
               CLOSE ArchivoAsientos
               CLOSE ReporteActivos
               CLOSE ArchivoTransActivos
               DISPLAY "MantenimientoActivos: aplicadas "
                   TotalAplicadas " rechazadas " TotalRechazadas
               IF TotalRechazadas NOT = ZEROS
                   MOVE 4 TO CodigoRetorno.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           MOVE CodigoRetorno TO RETURN-CODE.
           STOP RUN.

      *( sin departamentos.dat no se comprueba el centro de
      *  coste, igual que en el resto de los maestros )
       CargaDepartamentos.
           MOVE "N" TO FinDepartamentos.
           OPEN INPUT ArchivoDepartamentos.
           IF NoHayDepartamentos
               MOVE "S" TO FinDepartamentos.
           PERFORM CargaUnDepartamento UNTIL NoHayMasDepartamentos.
           CLOSE ArchivoDepartamentos.

       CargaUnDepartamento.
           READ ArchivoDepartamentos
               AT END MOVE "S" TO FinDepartamentos
               NOT AT END
                   IF TotalDepartamentos < 100
                       ADD 1 TO TotalDepartamentos
                       MOVE DEP-Codigo
                           TO TDP-Codigo(TotalDepartamentos)
                   END-IF
           END-READ.

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
                   IF TotalCuentas < 50
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

       LeeTransActivo.
           READ ArchivoTransActivos
               AT END MOVE "S" TO FinTransActivos.

       AplicaTransActivo.
           EVALUATE TA-Tipo
               WHEN "A" PERFORM AltaActivo
               WHEN "B" PERFORM BajaActivo
               WHEN OTHER
                   DISPLAY "Tipo de transaccion no valido: " TA-Tipo
                   ADD 1 TO TotalRechazadas
           END-EVALUATE.
           PERFORM LeeTransActivo.

       ValidaAlta.
           MOVE "S" TO TransValidaFlag.
           MOVE "N" TO CategoriaHalladaFlag.
           PERFORM CompruebaCategoria
               VARYING IdxCategoria FROM 1 BY 1
               UNTIL IdxCategoria > TotalCatalogoCategorias
                   OR CategoriaEncontrada.
           IF NOT CategoriaEncontrada
               DISPLAY "Rechazada, categoria no valida: " TA-Id
                   " " TA-Categoria
               MOVE "N" TO TransValidaFlag.
           IF TransValida AND TotalDepartamentos > ZEROS
               MOVE "N" TO DepartamentoHalladoFlag
               PERFORM CompruebaDepartamento
                   VARYING IdxDepartamento FROM 1 BY 1
                   UNTIL IdxDepartamento > TotalDepartamentos
                       OR DepartamentoEncontrado
               IF NOT DepartamentoEncontrado
                   DISPLAY "Rechazada, centro de coste no valido: "
                       TA-Id " " TA-CentroCoste
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               CALL "ValidaFecha" USING TA-Fecha FechaValida
               IF NOT EsFechaValida
                   DISPLAY "Rechazada, fecha de adquisicion no "
                       "valida: " TA-Id
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               IF TA-Coste = ZEROS
                   OR TA-VidaMeses = ZEROS
                   OR TA-ValorResidual NOT < TA-Coste
                   DISPLAY "Rechazada, coste, valor residual o "
                       "vida util no validos: " TA-Id
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               IF TA-Metodo NOT = "L" AND TA-Metodo NOT = "D"
                   DISPLAY "Rechazada, metodo de amortizacion no "
                       "valido: " TA-Id " " TA-Metodo
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               IF TA-AmortAcumulada > TA-Coste - TA-ValorResidual
                   DISPLAY "Rechazada, amortizacion acumulada "
                       "superior a la base amortizable: " TA-Id
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF NOT TransValida
               ADD 1 TO TotalRechazadas.

       CompruebaCategoria.
           IF CA-Categoria(IdxCategoria) = TA-Categoria
               MOVE "S" TO CategoriaHalladaFlag.

       CompruebaDepartamento.
           IF TDP-Codigo(IdxDepartamento) = TA-CentroCoste
               MOVE "S" TO DepartamentoHalladoFlag.

       AltaActivo.
           PERFORM ValidaAlta.
           IF TransValida
               MOVE TA-Id TO AF-Id
               MOVE TA-Descripcion TO AF-Descripcion
               MOVE TA-Categoria TO AF-Categoria
               MOVE TA-CentroCoste TO AF-CentroCoste
               MOVE TA-Fecha TO AF-FechaAdquisicion
               MOVE TA-Coste TO AF-Coste
               MOVE TA-ValorResidual TO AF-ValorResidual
               MOVE TA-VidaMeses TO AF-VidaMeses
               MOVE TA-Metodo TO AF-Metodo
               MOVE TA-AmortAcumulada TO AF-AmortAcumulada
               MOVE TA-UltimoPeriodo TO AF-UltimoPeriodo
               MOVE "A" TO AF-Estado
               MOVE ZEROS TO AF-FechaBaja
               MOVE ZEROS TO AF-ImporteVenta
               WRITE AF-Registro
                   INVALID KEY
                       DISPLAY "Alta rechazada, el activo ya "
                           "existe: " TA-Id
                       ADD 1 TO TotalRechazadas
                   NOT INVALID KEY
                       MOVE ZEROS TO ResultadoBaja
                       IF TA-UltimoPeriodo = ZEROS
                           PERFORM ContabilizaAlta
                       END-IF
                       PERFORM RegistraCambio
               END-WRITE.

      *( la compra entra en el inmovilizado al debe contra
      *  proveedores al haber por el coste de adquisicion )
       ContabilizaAlta.
           MOVE AF-FechaAdquisicion TO FechaAsiento.
           MOVE AF-Coste TO ImporteAsiento.
           MOVE "INMOVIL" TO ConceptoBuscado.
           MOVE "D" TO SignoAsiento.
           PERFORM EscribeAsiento.
           MOVE "PROVEED" TO ConceptoBuscado.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.

      *( la baja no recalcula la amortizacion: AmortizaActivos
      *  tiene que haber pasado hasta el mes de la baja para que
      *  el valor neto este al dia )
       BajaActivo.
           MOVE TA-Id TO AF-Id.
           READ ArchivoActivos KEY IS AF-Id
               INVALID KEY
                   DISPLAY "Baja rechazada, no existe el activo: "
                       TA-Id
                   ADD 1 TO TotalRechazadas
               NOT INVALID KEY
                   PERFORM ValidaBaja
                   IF TransValida
                       MOVE "B" TO AF-Estado
                       MOVE TA-Fecha TO AF-FechaBaja
                       MOVE TA-ImporteVenta TO AF-ImporteVenta
                       REWRITE AF-Registro
                       PERFORM ContabilizaBaja
                       PERFORM RegistraCambio
                   END-IF
           END-READ.

       ValidaBaja.
           MOVE "S" TO TransValidaFlag.
           IF AF-BAJA
               DISPLAY "Baja rechazada, el activo ya esta dado de "
                   "baja: " TA-Id
               MOVE "N" TO TransValidaFlag.
           IF TransValida
               CALL "ValidaFecha" USING TA-Fecha FechaValida
               IF NOT EsFechaValida
                   OR TA-Fecha < AF-FechaAdquisicion
                   DISPLAY "Baja rechazada, fecha de baja no "
                       "valida: " TA-Id
                   MOVE "N" TO TransValidaFlag
               END-IF
           END-IF.
           IF TransValida
               PERFORM CompruebaAmortizacion.
           IF NOT TransValida
               ADD 1 TO TotalRechazadas.

      *( la baja cancela la amortizacion acumulada tal como esta:
      *  si al activo le queda por amortizar y AmortizaActivos no ha
      *  llegado al mes de la baja, el resultado saldria falseado )
       CompruebaAmortizacion.
           DIVIDE TA-Fecha BY 100 GIVING PeriodoBaja.
           COMPUTE PendienteAmortizar =
               AF-Coste - AF-ValorResidual - AF-AmortAcumulada.
           IF AF-UltimoPeriodo < PeriodoBaja
               AND PendienteAmortizar > ZEROS
               DISPLAY "Baja rechazada, amortizado hasta "
                   AF-UltimoPeriodo " y la baja es de " PeriodoBaja
                   "; ejecute antes AmortizaActivos: " TA-Id
               MOVE "N" TO TransValidaFlag.

      *( se cancela el coste contra la amortizacion acumulada y
      *  el cobro de la venta; la diferencia con el valor neto
      *  contable va a beneficios o a perdidas del inmovilizado
      *  y deja el apunte cuadrado )
       ContabilizaBaja.
           COMPUTE ValorNeto = AF-Coste - AF-AmortAcumulada.
           COMPUTE ResultadoBaja = AF-ImporteVenta - ValorNeto.
           MOVE AF-FechaBaja TO FechaAsiento.
           IF AF-AmortAcumulada > ZEROS
               MOVE "AMORTACU" TO ConceptoBuscado
               MOVE AF-AmortAcumulada TO ImporteAsiento
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento.
           IF AF-ImporteVenta > ZEROS
               MOVE "BANCOS" TO ConceptoBuscado
               MOVE AF-ImporteVenta TO ImporteAsiento
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento.
           MOVE "INMOVIL" TO ConceptoBuscado.
           MOVE AF-Coste TO ImporteAsiento.
           MOVE "H" TO SignoAsiento.
           PERFORM EscribeAsiento.
           IF ResultadoBaja > ZEROS
               MOVE "BENINMOV" TO ConceptoBuscado
               MOVE ResultadoBaja TO ImporteAsiento
               MOVE "H" TO SignoAsiento
               PERFORM EscribeAsiento.
           IF ResultadoBaja < ZEROS
               MOVE "PERINMOV" TO ConceptoBuscado
               COMPUTE ImporteAsiento = 0 - ResultadoBaja
               MOVE "D" TO SignoAsiento
               PERFORM EscribeAsiento.

       EscribeAsiento.
           PERFORM BuscaCuenta.
           MOVE CuentaHallada TO AS-Cuenta.
           MOVE SignoAsiento TO AS-DebeHaber.
           MOVE ImporteAsiento TO AS-Importe.
           MOVE FechaAsiento TO AS-FechaNegocio.
           MOVE "MantenimActivos" TO AS-Programa.
           WRITE AS-Registro.

       RegistraCambio.
           ADD 1 TO TotalAplicadas.
           COMPUTE ValorNeto = AF-Coste - AF-AmortAcumulada.
           MOVE AF-Coste TO CosteEditado.
           MOVE ValorNeto TO NetoEditado.
           MOVE SPACES TO LineaActivo.
           IF AF-ACTIVO
               STRING "A " AF-Id " " AF-Descripcion " "
                   AF-Categoria " " AF-CentroCoste " coste "
                   CosteEditado " neto " NetoEditado
                   DELIMITED BY SIZE INTO LineaActivo
           ELSE
               MOVE ResultadoBaja TO ResultadoEditado
               STRING "B " AF-Id " " AF-Descripcion " baja "
                   AF-FechaBaja " neto " NetoEditado
                   " resultado " ResultadoEditado
                   DELIMITED BY SIZE INTO LineaActivo.
           WRITE LineaActivo.
           DISPLAY LineaActivo.
           PERFORM EscribeAuditoria.

       EscribeAuditoria.
           MOVE "MantenimActivos" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "ACTIVO-" TA-Tipo "-" AF-Id
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE AF-Coste TO AUDIT-NUMERO1.
           MOVE AF-AmortAcumulada TO AUDIT-NUMERO2.
           MOVE ResultadoBaja TO AUDIT-RESULTADO.
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

       END PROGRAM MantenimientoActivos.
