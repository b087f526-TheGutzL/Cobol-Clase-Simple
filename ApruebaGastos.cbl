       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApruebaGastos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoGastos
               ASSIGN TO "gastos_empleados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoGastos.
           SELECT OPTIONAL ArchivoCategorias
               ASSIGN TO "gastos_categorias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCategorias.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoCuentas
               ASSIGN TO "cuentas_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoCuentas.
           SELECT ArchivoVariable
               ASSIGN TO "nomina_variable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVariable.
           SELECT ArchivoAsientos
               ASSIGN TO "asientos_contables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAsientos.
           SELECT ReporteGastos ASSIGN TO "gastos_decisiones.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditLog ASSIGN TO "auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAuditLog.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoGastos.
       COPY "GASTOREG.cpy".
       FD  ArchivoCategorias.
       01  GC-Registro.
           05 GC-Categoria PIC X(4).
           05 GC-Limite PIC 9(7)V99.
           05 GC-Cuenta PIC X(8).
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoCuentas.
       01  CU-Registro.
           05 CU-Concepto PIC X(8).
           05 CU-Cuenta PIC X(8).
       FD  ArchivoVariable.
       COPY "NOMVAR.cpy".
       FD  ArchivoAsientos.
       COPY "CONTAB.cpy".
       FD  ReporteGastos.
       01  LineaGastos PIC X(90).
       FD  AuditLog.
       COPY "AUDITLOG.cpy".
       WORKING-STORAGE SECTION.
       01  EstadoGastos PIC XX VALUE "00".
           88 NoHayGastos VALUE "05".
       01  EstadoCategorias PIC XX VALUE "00".
           88 NoHayCategorias VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoCuentas PIC XX VALUE "00".
           88 NoHayCuentas VALUE "05".
       01  EstadoVariable PIC XX VALUE "00".
           88 VariableNoExiste VALUE "35".
       01  EstadoAsientos PIC XX VALUE "00".
           88 AsientosNoExiste VALUE "35".
       01  EstadoAuditLog PIC XX VALUE "00".
           88 AuditLogNoExiste VALUE "35".
       77  SecuenciaAuditoria PIC 9(9) VALUE ZEROS.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
           88 EsSupervisor VALUE "S".
       77  ProgramaLlamante PIC X(15) VALUE "ApruebaGastos".
       77  Responsable PIC 9(6) VALUE ZEROS.
       77  NombreResponsable PIC X(45) VALUE SPACES.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FinGastos PIC X VALUE "N".
           88 NoHayMasGastos VALUE "S".
       77  FinCategorias PIC X VALUE "N".
           88 NoHayMasCategorias VALUE "S".
       77  FinCuentas PIC X VALUE "N".
           88 NoHayMasCuentas VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  CategoriaHalladaFlag PIC X VALUE "N".
           88 CategoriaHallada VALUE "S".
       77  CuentaHalladaFlag PIC X VALUE "N".
           88 CuentaEncontrada VALUE "S".
       77  Decision PIC X VALUE SPACE.
       77  TotalGastos PIC 9(4) VALUE ZEROS.
       77  IdxGasto PIC 9(4) COMP VALUE ZEROS.
       77  TotalCategorias PIC 99 VALUE ZEROS.
       77  IdxCategoria PIC 99 VALUE ZEROS.
       77  IdxCategoriaHallada PIC 99 VALUE ZEROS.
       77  TotalCuentas PIC 99 VALUE ZEROS.
       77  IdxCuenta PIC 99 VALUE ZEROS.
       77  ConceptoBuscado PIC X(8) VALUE SPACES.
       77  CuentaHallada PIC X(8) VALUE SPACES.
       77  TotalAprobadas PIC 9(4) VALUE ZEROS.
       77  TotalRechazadas PIC 9(4) VALUE ZEROS.
       77  TotalExcedidas PIC 9(4) VALUE ZEROS.
       77  TotalOmitidas PIC 9(4) VALUE ZEROS.
       77  ImporteAprobado PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(7)9,99.
       77  LimiteEditado PIC -(7)9,99.
       77  TotalEditado PIC -(11)9,99.
       01  TablaCategorias.
           05 CAT-Entrada OCCURS 50 TIMES.
               10 CAT-Categoria PIC X(4).
               10 CAT-Limite PIC 9(7)V99.
               10 CAT-Cuenta PIC X(8).
       01  TablaCuentas.
           05 CTA-Entrada OCCURS 20 TIMES.
               10 CTA-Concepto PIC X(8).
               10 CTA-Cuenta PIC X(8).
       01  TablaGastos.
           05 TGA-Registro OCCURS 2000 TIMES PIC X(108).

       PROCEDURE DIVISION.
      *( aprobacion de notas de gastos por el responsable: solo
      *  se le presentan las notas pendientes de los empleados que
      *  dependen de el; las que superan el limite de su categoria
      *  quedan marcadas sin llegar a decision. Cada nota aprobada
      *  pasa a nomina_variable.dat como concepto GAST para la
      *  proxima NominaMensual y se contabiliza en
      *  asientos_contables.dat: gasto de la categoria al debe y
      *  gastos a pagar (GASTOPAG) al haber )
       Inicio.
           DISPLAY "ApruebaGastos: aprobacion de notas de gastos.".
           DISPLAY "Identificador del operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "H" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "ApruebaGastos: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Numero de empleado del responsable: ".
           ACCEPT Responsable.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayArchivoEmpleados
               DISPLAY "ApruebaGastos: no se encontro empleados.dat"
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE Responsable TO EMP-EMPLEADO-ID.
           PERFORM LeeEmpleado.
           IF NOT EmpleadoHallado OR NOT EMP-ACTIVO
               DISPLAY "ApruebaGastos: el responsable " Responsable
                   " no es un empleado activo."
               CLOSE ArchivoEmpleados
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO NombreResponsable.
           STRING EMP-NOMBRE DELIMITED BY "  "
               " " EMP-APELLIDO1 DELIMITED BY "  "
               INTO NombreResponsable.
           PERFORM CargaGastos.
           PERFORM CargaCategorias.
           PERFORM CargaCuentas.
           PERFORM AbreSalidas.
           PERFORM EscribeTitulo.
           PERFORM RevisaGasto
               VARYING IdxGasto FROM 1 BY 1
               UNTIL IdxGasto > TotalGastos.
           PERFORM ContabilizaAprobadas.
           PERFORM EscribeResumen.
           CLOSE ArchivoEmpleados.
           CLOSE ArchivoVariable.
           CLOSE ArchivoAsientos.
           CLOSE ReporteGastos.
           PERFORM ReescribeGastos.
           CALL "GuardaSecuencia" USING SecuenciaAuditoria.
           STOP RUN.

       LeeEmpleado.
           MOVE "N" TO EmpleadoHalladoFlag.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
           END-READ.

       CargaGastos.
           MOVE "N" TO FinGastos.
           OPEN INPUT ArchivoGastos.
           IF NoHayGastos
               MOVE "S" TO FinGastos.
           PERFORM CargaUnGasto UNTIL NoHayMasGastos.
           CLOSE ArchivoGastos.

       CargaUnGasto.
           READ ArchivoGastos
               AT END MOVE "S" TO FinGastos
               NOT AT END
                   IF TotalGastos < 2000
                       ADD 1 TO TotalGastos
                       MOVE GR-Registro TO TGA-Registro(TotalGastos)
                   ELSE
                       DISPLAY "ApruebaGastos: tabla de notas llena, "
                           "se omite la nota " GR-Id
                   END-IF
           END-READ.

       CargaCategorias.
           MOVE "N" TO FinCategorias.
           OPEN INPUT ArchivoCategorias.
           IF NoHayCategorias
               MOVE "S" TO FinCategorias.
           PERFORM CargaUnaCategoria UNTIL NoHayMasCategorias.
           CLOSE ArchivoCategorias.

       CargaUnaCategoria.
           READ ArchivoCategorias
               AT END MOVE "S" TO FinCategorias
               NOT AT END
                   IF TotalCategorias < 50
                       ADD 1 TO TotalCategorias
                       MOVE GC-Categoria
                           TO CAT-Categoria(TotalCategorias)
                       MOVE GC-Limite TO CAT-Limite(TotalCategorias)
                       MOVE GC-Cuenta TO CAT-Cuenta(TotalCategorias)
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

       AbreSalidas.
           OPEN EXTEND ArchivoVariable.
           IF VariableNoExiste
               OPEN OUTPUT ArchivoVariable
               CLOSE ArchivoVariable
               OPEN EXTEND ArchivoVariable
           END-IF.
           OPEN EXTEND ArchivoAsientos.
           IF AsientosNoExiste
               OPEN OUTPUT ArchivoAsientos
               CLOSE ArchivoAsientos
               OPEN EXTEND ArchivoAsientos
           END-IF.
           OPEN OUTPUT ReporteGastos.

       RevisaGasto.
           MOVE TGA-Registro(IdxGasto) TO GR-Registro.
           IF GR-PENDIENTE
               MOVE GR-EmpleadoId TO EMP-EMPLEADO-ID
               PERFORM LeeEmpleado
               IF EmpleadoHallado
                   AND EMP-RESPONSABLE-ID = Responsable
                   PERFORM DecideGasto
                   MOVE GR-Registro TO TGA-Registro(IdxGasto).

       DecideGasto.
           PERFORM BuscaCategoria.
           EVALUATE TRUE
               WHEN NOT CategoriaHallada
                   MOVE "R" TO GR-Estado
                   MOVE "categoria de gasto desconocida" TO GR-Motivo
                   ADD 1 TO TotalRechazadas
               WHEN GR-Importe > CAT-Limite(IdxCategoriaHallada)
                   MOVE "X" TO GR-Estado
                   MOVE CAT-Limite(IdxCategoriaHallada)
                       TO LimiteEditado
                   MOVE SPACES TO GR-Motivo
                   STRING "supera el limite " LimiteEditado
                       DELIMITED BY SIZE INTO GR-Motivo
                   ADD 1 TO TotalExcedidas
               WHEN OTHER
                   PERFORM PideDecision
           END-EVALUATE.
           IF NOT GR-PENDIENTE
               MOVE Responsable TO GR-Aprobador
               MOVE FechaHoy TO GR-FechaDecision
               PERFORM EscribeDecision
               PERFORM EscribeAuditoria.

       BuscaCategoria.
           MOVE "N" TO CategoriaHalladaFlag.
           MOVE ZEROS TO IdxCategoriaHallada.
           PERFORM CompruebaCategoria
               VARYING IdxCategoria FROM 1 BY 1
               UNTIL IdxCategoria > TotalCategorias
               OR CategoriaHallada.

       CompruebaCategoria.
           IF CAT-Categoria(IdxCategoria) = GR-Categoria
               MOVE "S" TO CategoriaHalladaFlag
               MOVE IdxCategoria TO IdxCategoriaHallada.

       PideDecision.
           MOVE GR-Importe TO ImporteEditado.
           DISPLAY "Nota " GR-Id " de " EMP-NOMBRE " " EMP-APELLIDO1
               " del " GR-Fecha.
           DISPLAY "  " GR-Categoria " " GR-Descripcion " "
               ImporteEditado.
           DISPLAY "Decision (A aprobar / R rechazar / S saltar): ".
           ACCEPT Decision.
           EVALUATE Decision
               WHEN "A"
                   MOVE "A" TO GR-Estado
                   MOVE SPACES TO GR-Motivo
                   ADD 1 TO TotalAprobadas
                   PERFORM PasaANomina
               WHEN "R"
                   MOVE "R" TO GR-Estado
                   DISPLAY "Motivo del rechazo: "
                   ACCEPT GR-Motivo
                   ADD 1 TO TotalRechazadas
               WHEN OTHER
                   ADD 1 TO TotalOmitidas
           END-EVALUATE.

      *( el reembolso va a la nomina como abono GAST y el gasto
      *  se apunta a la cuenta de la categoria; la contrapartida
      *  se acumula y se apunta de una vez al final )
       PasaANomina.
           MOVE GR-EmpleadoId TO VP-EmpleadoId.
           MOVE "GAST" TO VP-Concepto.
           MOVE GR-Importe TO VP-Importe.
           MOVE "+" TO VP-Signo.
           WRITE VP-Registro.
           MOVE CAT-Cuenta(IdxCategoriaHallada) TO AS-Cuenta.
           MOVE "D" TO AS-DebeHaber.
           MOVE GR-Importe TO AS-Importe.
           MOVE FechaHoy TO AS-FechaNegocio.
           MOVE "ApruebaGastos" TO AS-Programa.
           WRITE AS-Registro.
           ADD GR-Importe TO ImporteAprobado.

       ContabilizaAprobadas.
           IF ImporteAprobado NOT = ZEROS
               MOVE "GASTOPAG" TO ConceptoBuscado
               PERFORM BuscaCuenta
               MOVE CuentaHallada TO AS-Cuenta
               MOVE "H" TO AS-DebeHaber
               MOVE ImporteAprobado TO AS-Importe
               MOVE FechaHoy TO AS-FechaNegocio
               MOVE "ApruebaGastos" TO AS-Programa
               WRITE AS-Registro.

       ReescribeGastos.
           OPEN OUTPUT ArchivoGastos.
           PERFORM EscribeUnGasto
               VARYING IdxGasto FROM 1 BY 1
               UNTIL IdxGasto > TotalGastos.
           CLOSE ArchivoGastos.

       EscribeUnGasto.
           MOVE TGA-Registro(IdxGasto) TO GR-Registro.
           WRITE GR-Registro.

      *( el listado se devuelve a los empleados: una linea por
      *  nota decidida con su estado y el motivo )
       EscribeDecision.
           MOVE GR-Importe TO ImporteEditado.
           MOVE SPACES TO LineaGastos.
           EVALUATE TRUE
               WHEN GR-APROBADA
                   STRING GR-EmpleadoId " " EMP-APELLIDO1(1:20)
                       " nota " GR-Id " " GR-Categoria " "
                       ImporteEditado " APROBADA, se abona en nomina"
                       DELIMITED BY SIZE INTO LineaGastos
               WHEN GR-EXCEDE-LIMITE
                   STRING GR-EmpleadoId " " EMP-APELLIDO1(1:20)
                       " nota " GR-Id " " GR-Categoria " "
                       ImporteEditado " NO APROBADA, " GR-Motivo
                       DELIMITED BY SIZE INTO LineaGastos
               WHEN OTHER
                   STRING GR-EmpleadoId " " EMP-APELLIDO1(1:20)
                       " nota " GR-Id " " GR-Categoria " "
                       ImporteEditado " RECHAZADA, " GR-Motivo
                       DELIMITED BY SIZE INTO LineaGastos
           END-EVALUATE.
           WRITE LineaGastos.

       EscribeTitulo.
           MOVE SPACES TO LineaGastos.
           STRING "Notas de gastos decididas por " Responsable " "
               NombreResponsable " el " FechaHoy
               DELIMITED BY SIZE INTO LineaGastos.
           WRITE LineaGastos.
           MOVE ALL "-" TO LineaGastos.
           WRITE LineaGastos.

       EscribeResumen.
           MOVE SPACES TO LineaGastos.
           WRITE LineaGastos.
           MOVE ImporteAprobado TO TotalEditado.
           MOVE SPACES TO LineaGastos.
           STRING "Aprobadas: " TotalAprobadas
               "  rechazadas: " TotalRechazadas
               "  sobre limite: " TotalExcedidas
               "  pendientes: " TotalOmitidas
               "  importe aprobado: " TotalEditado
               DELIMITED BY SIZE INTO LineaGastos.
           WRITE LineaGastos.
           DISPLAY LineaGastos.

       EscribeAuditoria.
           MOVE "ApruebaGastos" TO AUDIT-PROGRAMA.
           MOVE Operador TO AUDIT-USUARIO.
           MOVE SPACES TO AUDIT-OPERACION.
           STRING "GASTO-" GR-Estado "-" GR-Id
               DELIMITED BY SIZE INTO AUDIT-OPERACION.
           MOVE GR-Importe TO AUDIT-NUMERO1.
           MOVE GR-EmpleadoId TO AUDIT-NUMERO2.
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

       END PROGRAM ApruebaGastos.
