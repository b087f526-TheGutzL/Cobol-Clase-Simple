       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccesoDatosEmpleado.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoHistorial
               ASSIGN TO "historial_empleados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoHistorial.
           SELECT OPTIONAL ArchivoNominas
               ASSIGN TO "nomina_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NH-Clave
               FILE STATUS IS EstadoNominas.
           SELECT OPTIONAL ArchivoAcumulados
               ASSIGN TO "nomina_acumulados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-Clave
               FILE STATUS IS EstadoAcumulados.
           SELECT OPTIONAL ArchivoVacaciones
               ASSIGN TO "vacaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-Clave
               FILE STATUS IS EstadoVacaciones.
           SELECT OPTIONAL ArchivoLibroAusencias
               ASSIGN TO "ausencias_registro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoLibro.
           SELECT OPTIONAL ArchivoCertificados
               ASSIGN TO "certificados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-Clave
               FILE STATUS IS EstadoCertificados.
           SELECT OPTIONAL ArchivoFiniquitos ASSIGN TO "finiquitos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoFiniquitos.
           SELECT OPTIONAL ArchivoEmbargos ASSIGN TO "embargos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoEmbargos.
           SELECT OPTIONAL ArchivoPrestamos
               ASSIGN TO "prestamos_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-Id
               FILE STATUS IS EstadoPrestamos.
           SELECT OPTIONAL ArchivoGastos
               ASSIGN TO "gastos_empleados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoGastos.
           SELECT OPTIONAL ArchivoRevision
               ASSIGN TO "revision_salarial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoRevision.
           SELECT OPTIONAL ArchivoVariable
               ASSIGN TO "nomina_variable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoVariable.
           SELECT ArchivoAccesos ASSIGN TO "accesos_empleados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoAccesos.
           SELECT ReporteDatos ASSIGN TO "acceso_datos_empleado.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoHistorial.
       COPY "EMPHIST.cpy".
       FD  ArchivoNominas.
       COPY "NOMHIST.cpy".
       FD  ArchivoAcumulados.
       COPY "NOMACU.cpy".
       FD  ArchivoVacaciones.
       COPY "VACREG.cpy".
       FD  ArchivoLibroAusencias.
       01  LA-Registro.
           05 LA-EmpleadoId PIC 9(6).
           05 LA-Tipo PIC X.
           05 LA-FechaDesde PIC 9(8).
           05 LA-FechaHasta PIC 9(8).
           05 LA-Dias PIC 999.
       FD  ArchivoCertificados.
       COPY "CERTREG.cpy".
       FD  ArchivoFiniquitos.
       COPY "FINIQREG.cpy".
       FD  ArchivoEmbargos.
       COPY "EMBARGO.cpy".
       FD  ArchivoPrestamos.
       COPY "PRESTMST.cpy".
       FD  ArchivoGastos.
       COPY "GASTOREG.cpy".
       FD  ArchivoRevision.
       COPY "REVSAL.cpy".
       FD  ArchivoVariable.
       COPY "NOMVAR.cpy".
       FD  ArchivoAccesos.
       COPY "ACCESLOG.cpy".
       FD  ReporteDatos.
       01  LineaDatos PIC X(270).
       WORKING-STORAGE SECTION.
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayEmpleados VALUE "05".
       01  EstadoHistorial PIC XX VALUE "00".
           88 NoHayHistorial VALUE "05".
       01  EstadoNominas PIC XX VALUE "00".
           88 NoHayNominas VALUE "05".
       01  EstadoAcumulados PIC XX VALUE "00".
           88 NoHayAcumulados VALUE "05".
       01  EstadoVacaciones PIC XX VALUE "00".
           88 NoHayVacaciones VALUE "05".
       01  EstadoLibro PIC XX VALUE "00".
           88 NoHayLibro VALUE "05".
       01  EstadoCertificados PIC XX VALUE "00".
           88 NoHayCertificados VALUE "05".
       01  EstadoFiniquitos PIC XX VALUE "00".
           88 NoHayFiniquitos VALUE "05".
       01  EstadoEmbargos PIC XX VALUE "00".
           88 NoHayEmbargos VALUE "05".
       01  EstadoPrestamos PIC XX VALUE "00".
           88 NoHayPrestamos VALUE "05".
       01  EstadoGastos PIC XX VALUE "00".
           88 NoHayGastos VALUE "05".
       01  EstadoRevision PIC XX VALUE "00".
           88 NoHayRevision VALUE "05".
       01  EstadoVariable PIC XX VALUE "00".
           88 NoHayVariable VALUE "05".
       01  EstadoAccesos PIC XX VALUE "00".
           88 AccesosNoExiste VALUE "35".
       77  FinArchivo PIC X VALUE "N".
           88 NoHayMasRegistros VALUE "S".
       77  EmpleadoFlag PIC X VALUE "N".
           88 EmpleadoEnMaestro VALUE "S".
       77  EmpleadoSolicitado PIC 9(6) VALUE ZEROS.
       77  Operador PIC X(8) VALUE SPACES.
       77  ClaveAcceso PIC X(8) VALUE SPACES.
       77  FuncionSolicitada PIC X VALUE SPACE.
       77  OperadorAutorizado PIC X VALUE "N".
           88 EsOperadorAutorizado VALUE "S".
       77  RolOperador PIC X VALUE SPACE.
       77  ProgramaLlamante PIC X(15) VALUE "AccesoDatosEmpl".
       77  ProgramaAcceso PIC X(15) VALUE "AccesoDatosEmpl".
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  FechaLimite PIC 9(8) VALUE ZEROS.
       77  DiasRespuesta PIC 99 VALUE 30.
       77  TituloSeccion PIC X(40) VALUE SPACES.
       77  TotalSeccion PIC 9(6) VALUE ZEROS.
       77  TotalRegistros PIC 9(6) VALUE ZEROS.
       77  TotalSecciones PIC 99 VALUE ZEROS.
       77  SeccionesConDatos PIC 99 VALUE ZEROS.
       77  ImporteEditado PIC -ZZZ.ZZZ.ZZ9,99.
       77  Importe2Editado PIC -ZZZ.ZZZ.ZZ9,99.
       77  Importe3Editado PIC -ZZZ.ZZZ.ZZ9,99.
       77  DiasEditado PIC -ZZ9,99.
       77  PorcEditado PIC ZZ9,99.

       PROCEDURE DIVISION.
      *( respuesta a la solicitud de acceso de un empleado a sus
      *  datos personales: reune en un solo informe todo lo que
      *  guardan de el el maestro, el historial de cambios, las
      *  nominas y acumulados, las vacaciones y ausencias, los
      *  certificados, finiquitos, embargos, prestamos y anticipos,
      *  notas de gastos, revisiones salariales y conceptos
      *  variables, y el diario de accesos con quien consulto sus
      *  datos. La propia consulta queda anotada en el diario antes
      *  de leer nada, asi que el informe ya la incluye. La
      *  respuesta debe entregarse en 30 dias desde la solicitud )
       Inicio.
           DISPLAY "AccesoDatosEmpleado: informe de datos personales "
               "de un empleado.".
           DISPLAY "Identificador de operador: ".
           ACCEPT Operador.
           DISPLAY "Clave de acceso: ".
           ACCEPT ClaveAcceso.
           MOVE "D" TO FuncionSolicitada.
           CALL "ValidaOperador" USING Operador FuncionSolicitada
               OperadorAutorizado RolOperador
               ProgramaLlamante ClaveAcceso.
           IF NOT EsOperadorAutorizado
               DISPLAY "AccesoDatosEmpleado: operador no autorizado."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "Introduce el identificador de empleado: ".
           ACCEPT EmpleadoSolicitado.
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           COMPUTE FechaLimite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FechaHoy) + DiasRespuesta).
           PERFORM AnotaAcceso.
           OPEN OUTPUT ReporteDatos.
           PERFORM EscribeTitulo.
           PERFORM InformaMaestro.
           PERFORM InformaHistorial.
           PERFORM InformaNominas.
           PERFORM InformaAcumulados.
           PERFORM InformaVacaciones.
           PERFORM InformaAusencias.
           PERFORM InformaCertificados.
           PERFORM InformaFiniquitos.
           PERFORM InformaEmbargos.
           PERFORM InformaPrestamos.
           PERFORM InformaGastos.
           PERFORM InformaRevisiones.
           PERFORM InformaVariables.
           PERFORM InformaAccesos.
           PERFORM EscribeResumen.
           CLOSE ReporteDatos.
           IF NOT EmpleadoEnMaestro
               DISPLAY "AccesoDatosEmpleado: el empleado "
                   EmpleadoSolicitado " no figura en el maestro."
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       EscribeTitulo.
           MOVE SPACES TO LineaDatos.
           STRING "Datos personales del empleado "
               EmpleadoSolicitado
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           DISPLAY LineaDatos(1:60).
           MOVE SPACES TO LineaDatos.
           STRING "Solicitud atendida el " FechaHoy " por " Operador
               ", respuesta antes del " FechaLimite
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           DISPLAY LineaDatos(1:80).
           MOVE ALL "=" TO LineaDatos(1:80).
           WRITE LineaDatos.

      *( cabecera y pie comunes de cada apartado del informe )
       EscribeCabecera.
           ADD 1 TO TotalSecciones.
           MOVE ZEROS TO TotalSeccion.
           MOVE "N" TO FinArchivo.
           MOVE SPACES TO LineaDatos.
           WRITE LineaDatos.
           MOVE TituloSeccion TO LineaDatos.
           WRITE LineaDatos.
           MOVE ALL "-" TO LineaDatos(1:40).
           WRITE LineaDatos.

       EscribeSinFichero.
           MOVE "  (fichero no disponible)" TO LineaDatos.
           WRITE LineaDatos.

       EscribeTotalSeccion.
           ADD TotalSeccion TO TotalRegistros.
           IF TotalSeccion > ZEROS
               ADD 1 TO SeccionesConDatos.
           MOVE SPACES TO LineaDatos.
           STRING "  Registros: " TotalSeccion
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           MOVE SPACES TO LineaDatos.
           STRING TituloSeccion DELIMITED BY "  "
               ": " TotalSeccion
               DELIMITED BY SIZE INTO LineaDatos.
           DISPLAY LineaDatos(1:60).

      *( ficha del maestro de empleados )
       InformaMaestro.
           MOVE "Ficha del maestro de empleados" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoEmpleados.
           IF NoHayEmpleados
               PERFORM EscribeSinFichero
           ELSE
               MOVE EmpleadoSolicitado TO EMP-EMPLEADO-ID
               READ ArchivoEmpleados
                   INVALID KEY
                       MOVE "N" TO EmpleadoFlag
                   NOT INVALID KEY
                       MOVE "S" TO EmpleadoFlag
                       ADD 1 TO TotalSeccion
                       PERFORM ImprimeFicha
               END-READ.
           CLOSE ArchivoEmpleados.
           PERFORM EscribeTotalSeccion.

       ImprimeFicha.
           MOVE SPACES TO LineaDatos.
           STRING "  Nombre: " EMP-NOMBRE " " EMP-APELLIDO1 " "
               EMP-APELLIDO2
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           MOVE SPACES TO LineaDatos.
           STRING "  Domicilio: " EMP-CALLE " " EMP-CODIGO-POSTAL " "
               EMP-CIUDAD " " EMP-PROVINCIA
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           MOVE SPACES TO LineaDatos.
           STRING "  Moviles: " EMP-SMARTPHONE1 " " EMP-SMARTPHONE2
               "  Fijos: " EMP-FIJO1 " " EMP-FIJO2
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           MOVE SPACES TO LineaDatos.
           STRING "  Alta: " EMP-FECHA-ALTA "  Estado: " EMP-ESTADO
               "  Baja: " EMP-FECHA-BAJA
               "  Departamento: " EMP-DEPARTAMENTO
               "  Responsable: " EMP-RESPONSABLE-ID
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           MOVE EMP-SALARIO-BASE TO ImporteEditado.
           MOVE SPACES TO LineaDatos.
           STRING "  Salario base: " ImporteEditado " " EMP-MONEDA
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.

      *( historial de cambios: imagen antes y despues de cada
      *  movimiento del maestro )
       InformaHistorial.
           MOVE "Historial de cambios del maestro" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoHistorial.
           IF NoHayHistorial
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeHistorial
               PERFORM ExaminaHistorial UNTIL NoHayMasRegistros.
           CLOSE ArchivoHistorial.
           PERFORM EscribeTotalSeccion.

       LeeHistorial.
           READ ArchivoHistorial
               AT END MOVE "S" TO FinArchivo.

       ExaminaHistorial.
           IF HIST-EMPLEADO-ID = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE SPACES TO LineaDatos
               STRING "  " HIST-FECHA "/" HIST-HORA " " HIST-ORIGEN
                   " " HIST-USUARIO " tipo " HIST-TIPO
                   " efectivo " HIST-FECHA-EFECTIVA
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE SPACES TO LineaDatos
               STRING "    Antes:   " HIST-IMAGEN-ANTES
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE SPACES TO LineaDatos
               STRING "    Despues: " HIST-IMAGEN-DESPUES
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeHistorial.

      *( nominas por periodo; el historico va por periodo y
      *  empleado, asi que se recorre entero )
       InformaNominas.
           MOVE "Nominas por periodo" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoNominas.
           IF NoHayNominas
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeNomina
               PERFORM ExaminaNomina UNTIL NoHayMasRegistros.
           CLOSE ArchivoNominas.
           PERFORM EscribeTotalSeccion.

       LeeNomina.
           READ ArchivoNominas NEXT
               AT END MOVE "S" TO FinArchivo.

       ExaminaNomina.
           IF NH-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE NH-Bruto TO ImporteEditado
               MOVE NH-Neto TO Importe2Editado
               MOVE SPACES TO LineaDatos
               STRING "  Periodo " NH-Periodo " bruto " ImporteEditado
                   " neto " Importe2Editado " " NH-Moneda
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeNomina.

      *( acumulados anuales de nomina, por empleado y ejercicio )
       InformaAcumulados.
           MOVE "Acumulados anuales de nomina" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoAcumulados.
           IF NoHayAcumulados
               PERFORM EscribeSinFichero
           ELSE
               MOVE EmpleadoSolicitado TO ACU-EmpleadoId
               MOVE ZEROS TO ACU-Ano
               START ArchivoAcumulados
                   KEY IS NOT LESS THAN ACU-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START
               PERFORM LeeAcumulado
               PERFORM ImprimeAcumulado UNTIL NoHayMasRegistros.
           CLOSE ArchivoAcumulados.
           PERFORM EscribeTotalSeccion.

       LeeAcumulado.
           IF NOT NoHayMasRegistros
               READ ArchivoAcumulados NEXT
                   AT END MOVE "S" TO FinArchivo.

       ImprimeAcumulado.
           IF ACU-EmpleadoId NOT = EmpleadoSolicitado
               MOVE "S" TO FinArchivo
           ELSE
               ADD 1 TO TotalSeccion
               MOVE ACU-Bruto TO ImporteEditado
               MOVE ACU-Irpf TO Importe2Editado
               MOVE ACU-SegSocial TO Importe3Editado
               MOVE SPACES TO LineaDatos
               STRING "  Ejercicio " ACU-Ano " periodos " ACU-Periodos
                   " bruto " ImporteEditado " IRPF " Importe2Editado
                   " seg. social " Importe3Editado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE ACU-Neto TO ImporteEditado
               MOVE ACU-CuotaEmpresa TO Importe2Editado
               MOVE SPACES TO LineaDatos
               STRING "                 neto " ImporteEditado
                   " cuota empresa " Importe2Editado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               PERFORM LeeAcumulado.

      *( saldo de vacaciones por ejercicio )
       InformaVacaciones.
           MOVE "Saldo de vacaciones" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoVacaciones.
           IF NoHayVacaciones
               PERFORM EscribeSinFichero
           ELSE
               MOVE EmpleadoSolicitado TO VAC-EmpleadoId
               MOVE ZEROS TO VAC-Ano
               START ArchivoVacaciones
                   KEY IS NOT LESS THAN VAC-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START
               PERFORM LeeVacaciones
               PERFORM ImprimeVacaciones UNTIL NoHayMasRegistros.
           CLOSE ArchivoVacaciones.
           PERFORM EscribeTotalSeccion.

       LeeVacaciones.
           IF NOT NoHayMasRegistros
               READ ArchivoVacaciones NEXT
                   AT END MOVE "S" TO FinArchivo.

       ImprimeVacaciones.
           IF VAC-EmpleadoId NOT = EmpleadoSolicitado
               MOVE "S" TO FinArchivo
           ELSE
               ADD 1 TO TotalSeccion
               MOVE SPACES TO LineaDatos
               STRING "  Ejercicio " VAC-Ano " devengados "
                   VAC-Devengados " arrastrados " VAC-Arrastrados
                   " disfrutados " VAC-Disfrutados
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               PERFORM LeeVacaciones.

      *( libro de ausencias: vacaciones, enfermedad y permisos )
       InformaAusencias.
           MOVE "Ausencias registradas" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoLibroAusencias.
           IF NoHayLibro
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeAusencia
               PERFORM ExaminaAusencia UNTIL NoHayMasRegistros.
           CLOSE ArchivoLibroAusencias.
           PERFORM EscribeTotalSeccion.

       LeeAusencia.
           READ ArchivoLibroAusencias
               AT END MOVE "S" TO FinArchivo.

       ExaminaAusencia.
           IF LA-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE SPACES TO LineaDatos
               STRING "  Tipo " LA-Tipo " del " LA-FechaDesde
                   " al " LA-FechaHasta " dias " LA-Dias
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeAusencia.

      *( certificaciones y formacion obligatoria )
       InformaCertificados.
           MOVE "Certificaciones" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoCertificados.
           IF NoHayCertificados
               PERFORM EscribeSinFichero
           ELSE
               MOVE EmpleadoSolicitado TO CER-EmpleadoId
               MOVE LOW-VALUES TO CER-Tipo
               START ArchivoCertificados
                   KEY IS NOT LESS THAN CER-Clave
                   INVALID KEY
                       MOVE "S" TO FinArchivo
               END-START
               PERFORM LeeCertificado
               PERFORM ImprimeCertificado UNTIL NoHayMasRegistros.
           CLOSE ArchivoCertificados.
           PERFORM EscribeTotalSeccion.

       LeeCertificado.
           IF NOT NoHayMasRegistros
               READ ArchivoCertificados NEXT
                   AT END MOVE "S" TO FinArchivo.

       ImprimeCertificado.
           IF CER-EmpleadoId NOT = EmpleadoSolicitado
               MOVE "S" TO FinArchivo
           ELSE
               ADD 1 TO TotalSeccion
               MOVE SPACES TO LineaDatos
               STRING "  " CER-Tipo " " CER-Descripcion " "
                   CER-Entidad " emitido " CER-FechaEmision
                   " caduca " CER-FechaCaducidad
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               PERFORM LeeCertificado.

      *( finiquitos calculados a la baja )
       InformaFiniquitos.
           MOVE "Finiquitos" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoFiniquitos.
           IF NoHayFiniquitos
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeFiniquito
               PERFORM ExaminaFiniquito UNTIL NoHayMasRegistros.
           CLOSE ArchivoFiniquitos.
           PERFORM EscribeTotalSeccion.

       LeeFiniquito.
           READ ArchivoFiniquitos
               AT END MOVE "S" TO FinArchivo.

       ExaminaFiniquito.
           IF FQ-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE FQ-Salario TO ImporteEditado
               MOVE FQ-Vacaciones TO Importe2Editado
               MOVE FQ-DiasVacaciones TO DiasEditado
               MOVE SPACES TO LineaDatos
               STRING "  Baja " FQ-FechaBaja " tipo " FQ-TipoBaja
                   " calculado " FQ-FechaCalculo " salario "
                   ImporteEditado " vacaciones " DiasEditado
                   " dias " Importe2Editado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE FQ-PagasExtra TO ImporteEditado
               MOVE FQ-Indemnizacion TO Importe2Editado
               MOVE FQ-Total TO Importe3Editado
               MOVE SPACES TO LineaDatos
               STRING "       pagas extra " ImporteEditado
                   " indemnizacion " Importe2Editado
                   " total " Importe3Editado " " FQ-Moneda
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeFiniquito.

      *( embargos judiciales de salario )
       InformaEmbargos.
           MOVE "Embargos de salario" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoEmbargos.
           IF NoHayEmbargos
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeEmbargo
               PERFORM ExaminaEmbargo UNTIL NoHayMasRegistros.
           CLOSE ArchivoEmbargos.
           PERFORM EscribeTotalSeccion.

       LeeEmbargo.
           READ ArchivoEmbargos
               AT END MOVE "S" TO FinArchivo.

       ExaminaEmbargo.
           IF EMB-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE EMB-TotalDeuda TO ImporteEditado
               MOVE EMB-Retenido TO Importe2Editado
               MOVE SPACES TO LineaDatos
               STRING "  " EMB-Referencia " acreedor " EMB-Acreedor
                   " cuenta " EMB-IbanAcreedor
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE SPACES TO LineaDatos
               STRING "       deuda " ImporteEditado
                   " retenido " Importe2Editado " estado "
                   EMB-Estado " saldado " EMB-FechaSaldado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeEmbargo.

      *( prestamos y anticipos al personal que descuenta la nomina )
       InformaPrestamos.
           MOVE "Prestamos y anticipos" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoPrestamos.
           IF NoHayPrestamos
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeePrestamo
               PERFORM ExaminaPrestamo UNTIL NoHayMasRegistros.
           CLOSE ArchivoPrestamos.
           PERFORM EscribeTotalSeccion.

       LeePrestamo.
           READ ArchivoPrestamos NEXT
               AT END MOVE "S" TO FinArchivo.

       ExaminaPrestamo.
           IF PRM-EmpleadoId = EmpleadoSolicitado
               AND NOT PRM-NO-EMPLEADO
               ADD 1 TO TotalSeccion
               MOVE PRM-Principal TO ImporteEditado
               MOVE PRM-Cuota TO Importe2Editado
               MOVE PRM-SaldoPendiente TO Importe3Editado
               MOVE SPACES TO LineaDatos
               STRING "  Prestamo " PRM-Id " principal "
                   ImporteEditado " cuota " Importe2Editado
                   " pendiente " Importe3Editado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE PRM-ImporteVencido TO ImporteEditado
               MOVE SPACES TO LineaDatos
               STRING "       cuotas pagadas " PRM-CuotasPagadas
                   " de " PRM-Periodos " proximo vto "
                   PRM-FechaProximoVto " vencido " ImporteEditado
                   " estado " PRM-Estado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeePrestamo.

      *( notas de gastos presentadas y su decision )
       InformaGastos.
           MOVE "Notas de gastos" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoGastos.
           IF NoHayGastos
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeGasto
               PERFORM ExaminaGasto UNTIL NoHayMasRegistros.
           CLOSE ArchivoGastos.
           PERFORM EscribeTotalSeccion.

       LeeGasto.
           READ ArchivoGastos
               AT END MOVE "S" TO FinArchivo.

       ExaminaGasto.
           IF GR-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE GR-Importe TO ImporteEditado
               MOVE SPACES TO LineaDatos
               STRING "  Nota " GR-Id " del " GR-Fecha " "
                   GR-Categoria " " ImporteEditado " "
                   GR-Descripcion
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE SPACES TO LineaDatos
               STRING "       estado " GR-Estado " aprobador "
                   GR-Aprobador " el " GR-FechaDecision " "
                   GR-Motivo
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeGasto.

      *( propuestas de la campana de revision salarial )
       InformaRevisiones.
           MOVE "Revision salarial" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoRevision.
           IF NoHayRevision
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeRevision
               PERFORM ExaminaRevision UNTIL NoHayMasRegistros.
           CLOSE ArchivoRevision.
           PERFORM EscribeTotalSeccion.

       LeeRevision.
           READ ArchivoRevision
               AT END MOVE "S" TO FinArchivo.

       ExaminaRevision.
           IF RS-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE RS-SalarioActual TO ImporteEditado
               MOVE RS-SalarioPropuesto TO Importe2Editado
               MOVE RS-Porcentaje TO PorcEditado
               MOVE SPACES TO LineaDatos
               STRING "  Salario " ImporteEditado " propuesto "
                   Importe2Editado " (" PorcEditado " %) "
                   RS-Moneda " efectivo " RS-FechaEfectiva
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos
               MOVE SPACES TO LineaDatos
               STRING "       departamento " RS-Departamento
                   " responsable " RS-Responsable " estado "
                   RS-Estado " aprobador " RS-Aprobador " el "
                   RS-FechaDecision
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeRevision.

      *( conceptos variables pendientes de la proxima nomina )
       InformaVariables.
           MOVE "Conceptos variables pendientes" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoVariable.
           IF NoHayVariable
               PERFORM EscribeSinFichero
           ELSE
               PERFORM LeeVariable
               PERFORM ExaminaVariable UNTIL NoHayMasRegistros.
           CLOSE ArchivoVariable.
           PERFORM EscribeTotalSeccion.

       LeeVariable.
           READ ArchivoVariable
               AT END MOVE "S" TO FinArchivo.

       ExaminaVariable.
           IF VP-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE VP-Importe TO ImporteEditado
               MOVE SPACES TO LineaDatos
               STRING "  Concepto " VP-Concepto " " VP-Signo
                   ImporteEditado
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeVariable.

      *( quien ha consultado los datos del empleado, incluida
      *  esta misma consulta )
       InformaAccesos.
           MOVE "Consultas a sus datos" TO TituloSeccion.
           PERFORM EscribeCabecera.
           OPEN INPUT ArchivoAccesos.
           PERFORM LeeAcceso.
           PERFORM ExaminaAcceso UNTIL NoHayMasRegistros.
           CLOSE ArchivoAccesos.
           PERFORM EscribeTotalSeccion.

       LeeAcceso.
           READ ArchivoAccesos
               AT END MOVE "S" TO FinArchivo.

       ExaminaAcceso.
           IF ACC-EmpleadoId = EmpleadoSolicitado
               ADD 1 TO TotalSeccion
               MOVE SPACES TO LineaDatos
               STRING "  " ACC-Fecha "/" ACC-Hora " " ACC-Usuario
                   " desde " ACC-Programa
                   DELIMITED BY SIZE INTO LineaDatos
               WRITE LineaDatos.
           PERFORM LeeAcceso.

       EscribeResumen.
           MOVE SPACES TO LineaDatos.
           WRITE LineaDatos.
           MOVE ALL "=" TO LineaDatos(1:80).
           WRITE LineaDatos.
           MOVE SPACES TO LineaDatos.
           STRING "Apartados revisados: " TotalSecciones
               "  con datos: " SeccionesConDatos
               "  registros: " TotalRegistros
               DELIMITED BY SIZE INTO LineaDatos.
           WRITE LineaDatos.
           DISPLAY LineaDatos(1:80).

      *( cada consulta queda en el diario de accesos, tambien la
      *  del propio informe de acceso a los datos )
       AnotaAcceso.
           ACCEPT ACC-Fecha FROM DATE YYYYMMDD.
           ACCEPT ACC-Hora FROM TIME.
           MOVE Operador TO ACC-Usuario.
           MOVE ProgramaAcceso TO ACC-Programa.
           MOVE EmpleadoSolicitado TO ACC-EmpleadoId.
           OPEN EXTEND ArchivoAccesos.
           IF AccesosNoExiste
               OPEN OUTPUT ArchivoAccesos
               CLOSE ArchivoAccesos
               OPEN EXTEND ArchivoAccesos
           END-IF.
           WRITE ACC-Registro.
           CLOSE ArchivoAccesos.

       END PROGRAM AccesoDatosEmpleado.
