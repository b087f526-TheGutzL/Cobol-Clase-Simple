       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidacionSegSocial.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchivoNomina ASSIGN TO NOMINA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoNomina.
           SELECT OPTIONAL ArchivoEmpleados ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-EMPLEADO-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDO1
                   WITH DUPLICATES
               FILE STATUS IS EstadoEmpleados.
           SELECT OPTIONAL ArchivoControlNomina
               ASSIGN TO "nomina_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoControlNomina.
           SELECT OPTIONAL ArchivoParametros
               ASSIGN TO "segsocial_param.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EstadoParametros.
           SELECT ArchivoLiquidacion ASSIGN TO SEGSOCIA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteLiquidacion
               ASSIGN TO "liquidacion_segsocial.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoNomina.
       COPY "NOMREG.cpy".
       FD  ArchivoEmpleados.
       COPY "EMPREG.cpy".
       FD  ArchivoControlNomina.
       COPY "NOMCTL.cpy".
       FD  ArchivoParametros.
       01  SSP-Registro.
           05 SSP-CodigoCuenta PIC X(11).
       FD  ArchivoLiquidacion.
       COPY "SEGSOCF.cpy".
       FD  ReporteLiquidacion.
       01  LineaLiquidacion PIC X(90).
       WORKING-STORAGE SECTION.
       01  EstadoNomina PIC XX VALUE "00".
           88 NoHayNomina VALUE "05".
       01  EstadoEmpleados PIC XX VALUE "00".
           88 NoHayArchivoEmpleados VALUE "05".
       01  EstadoControlNomina PIC XX VALUE "00".
           88 NoHayControlNomina VALUE "05".
       01  EstadoParametros PIC XX VALUE "00".
           88 NoHayParametros VALUE "05".
       77  FinNomina PIC X VALUE "N".
           88 NoHayMasNomina VALUE "S".
       77  FinControl PIC X VALUE "N".
           88 NoHayMasControl VALUE "S".
       77  EmpleadoHalladoFlag PIC X VALUE "N".
           88 EmpleadoHallado VALUE "S".
       77  ControlHalladoFlag PIC X VALUE "N".
           88 ControlHallado VALUE "S".
       77  CuadreFlag PIC X VALUE "N".
           88 LiquidacionCuadrada VALUE "S".
       77  CodigoCuenta PIC X(11) VALUE SPACES.
       77  FechaHoy PIC 9(8) VALUE ZEROS.
       77  PeriodoNomina PIC 9(6) VALUE ZEROS.
       77  DiasCotizados PIC 99 VALUE ZEROS.
       77  DiaDesde PIC 99 VALUE ZEROS.
       77  DiaHasta PIC 99 VALUE ZEROS.
       77  NombreTrabajador PIC X(45) VALUE SPACES.
       77  TotalTrabajadores PIC 9(6) VALUE ZEROS.
       77  TotalSinFicha PIC 9(6) VALUE ZEROS.
       77  TotalBase PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalTrabajador PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  TotalEmpresa PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ImporteEditado PIC -(9)9,99.
       77  ImporteEditado2 PIC -(9)9,99.
       77  ImporteEditado3 PIC -(9)9,99.
       77  TotalEditado PIC -(11)9,99.
       77  TotalEditado2 PIC -(11)9,99.
       77  ContadorEditado PIC ZZZZZ9.
       77  ContadorEditado2 PIC ZZZZZ9.
       77  CtlFechaNegocio PIC 9(8) VALUE ZEROS.
       77  CtlEmpleados PIC 9(6) VALUE ZEROS.
       77  CtlBruto PIC 9(11)V99 VALUE ZEROS.
       77  CtlSegSocial PIC 9(11)V99 VALUE ZEROS.
       77  CtlCuotaEmpresa PIC 9(11)V99 VALUE ZEROS.
       01  FechaDet.
           05 FD-Periodo PIC 9(6).
           05 FD-Dia PIC 99.

       PROCEDURE DIVISION.
      *( liquidacion mensual de cuotas a la Seguridad Social desde
      *  el fichero NOMINA: la base de cotizacion es el bruto del
      *  mes y los dias cotizados salen de las fechas de alta y
      *  baja del empleado (mes comercial de 30 dias). El fichero
      *  oficial solo se genera si los totales cuadran con los de
      *  la ejecucion de NominaMensual del periodo )
       Inicio.
           DISPLAY "LiquidacionSegSocial: liquidacion de cuotas a la "
               "Seguridad Social.".
           ACCEPT FechaHoy FROM DATE YYYYMMDD.
           PERFORM CargaParametros.
           OPEN INPUT ArchivoNomina.
           IF NoHayNomina
               DISPLAY "LiquidacionSegSocial: no se encontro el "
                   "fichero de nomina (DD NOMINA)."
               CLOSE ArchivoNomina
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ArchivoEmpleados
               IF NoHayArchivoEmpleados
                   DISPLAY "LiquidacionSegSocial: no se encontro "
                       "empleados.dat"
                   CLOSE ArchivoNomina
                   CLOSE ArchivoEmpleados
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ReporteLiquidacion
                   PERFORM EscribeTitulo
                   PERFORM LeeNomina
                   PERFORM ListaTrabajador UNTIL NoHayMasNomina
                   CLOSE ArchivoNomina
                   PERFORM EscribeTotales
                   PERFORM CompruebaCuadre
                   IF LiquidacionCuadrada
                       PERFORM GeneraFicheroOficial
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   CLOSE ArchivoEmpleados
                   CLOSE ReporteLiquidacion
                   IF RETURN-CODE = ZERO AND TotalSinFicha NOT = ZEROS
                       MOVE 4 TO RETURN-CODE.
           STOP RUN.

       CargaParametros.
           OPEN INPUT ArchivoParametros.
           IF NOT NoHayParametros
               READ ArchivoParametros
                   AT END CONTINUE
                   NOT AT END
                       MOVE SSP-CodigoCuenta TO CodigoCuenta
               END-READ.
           CLOSE ArchivoParametros.

       LeeNomina.
           READ ArchivoNomina
               AT END MOVE "S" TO FinNomina.

       ListaTrabajador.
           MOVE NOM-Periodo TO PeriodoNomina.
           ADD 1 TO TotalTrabajadores.
           PERFORM DatosTrabajador.
           ADD NOM-Bruto TO TotalBase.
           ADD NOM-SegSocial TO TotalTrabajador.
           ADD NOM-CuotaEmpresa TO TotalEmpresa.
           MOVE NOM-Bruto TO ImporteEditado.
           MOVE NOM-SegSocial TO ImporteEditado2.
           MOVE NOM-CuotaEmpresa TO ImporteEditado3.
           MOVE SPACES TO LineaLiquidacion.
           STRING NOM-EmpleadoId " " NombreTrabajador(1:25) " "
               DiasCotizados " " ImporteEditado " " ImporteEditado2
               " " ImporteEditado3
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           PERFORM LeeNomina.

      *( nombre y dias cotizados del trabajador; sin ficha se
      *  liquida el mes completo y se avisa en el listado )
       DatosTrabajador.
           MOVE "N" TO EmpleadoHalladoFlag.
           MOVE NOM-EmpleadoId TO EMP-EMPLEADO-ID.
           READ ArchivoEmpleados KEY IS EMP-EMPLEADO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EmpleadoHalladoFlag
           END-READ.
           MOVE 1 TO DiaDesde.
           MOVE 30 TO DiaHasta.
           IF EmpleadoHallado
               MOVE SPACES TO NombreTrabajador
               STRING EMP-NOMBRE DELIMITED BY "  "
                   " " EMP-APELLIDO1 DELIMITED BY "  "
                   " " EMP-APELLIDO2 DELIMITED BY "  "
                   INTO NombreTrabajador
               PERFORM CalculaDias
           ELSE
               ADD 1 TO TotalSinFicha
               MOVE "*** SIN FICHA DE EMPLEADO ***"
                   TO NombreTrabajador.
           COMPUTE DiasCotizados = DiaHasta - DiaDesde + 1.

       CalculaDias.
           MOVE EMP-FECHA-ALTA TO FechaDet.
           IF FD-Periodo = NOM-Periodo
               MOVE FD-Dia TO DiaDesde
               IF DiaDesde > 30
                   MOVE 30 TO DiaDesde
               END-IF
           END-IF.
           IF EMP-FECHA-BAJA NOT = ZEROS
               MOVE EMP-FECHA-BAJA TO FechaDet
               IF FD-Periodo = NOM-Periodo
                   AND FD-Dia < DiaHasta
                   MOVE FD-Dia TO DiaHasta
               END-IF
           END-IF.
           IF DiaHasta < DiaDesde
               MOVE DiaDesde TO DiaHasta.

      *( se cuadra contra el ultimo registro de control del
      *  periodo (una reejecucion de la nomina deja otro detras):
      *  numero de trabajadores, bases y las dos cuotas )
       CompruebaCuadre.
           MOVE "N" TO ControlHalladoFlag.
           MOVE "N" TO CuadreFlag.
           OPEN INPUT ArchivoControlNomina.
           IF NoHayControlNomina
               MOVE "S" TO FinControl.
           PERFORM BuscaControl UNTIL NoHayMasControl.
           CLOSE ArchivoControlNomina.
           MOVE SPACES TO LineaLiquidacion.
           WRITE LineaLiquidacion.
           EVALUATE TRUE
               WHEN NOT ControlHallado
                   MOVE SPACES TO LineaLiquidacion
                   STRING "NO SE GENERA EL FICHERO: no hay totales "
                       "de control de la nomina del periodo "
                       PeriodoNomina
                       DELIMITED BY SIZE INTO LineaLiquidacion
                   WRITE LineaLiquidacion
                   DISPLAY LineaLiquidacion
               WHEN CtlEmpleados NOT = TotalTrabajadores
                   MOVE CtlEmpleados TO ContadorEditado
                   MOVE TotalTrabajadores TO ContadorEditado2
                   MOVE SPACES TO LineaLiquidacion
                   STRING "NO SE GENERA EL FICHERO: trabajadores en "
                       "nomina " ContadorEditado " liquidados "
                       ContadorEditado2
                       DELIMITED BY SIZE INTO LineaLiquidacion
                   WRITE LineaLiquidacion
                   DISPLAY LineaLiquidacion
               WHEN CtlBruto NOT = TotalBase
                   MOVE CtlBruto TO TotalEditado
                   MOVE TotalBase TO TotalEditado2
                   PERFORM EscribeDescuadre
               WHEN CtlSegSocial NOT = TotalTrabajador
                   MOVE CtlSegSocial TO TotalEditado
                   MOVE TotalTrabajador TO TotalEditado2
                   PERFORM EscribeDescuadre
               WHEN CtlCuotaEmpresa NOT = TotalEmpresa
                   MOVE CtlCuotaEmpresa TO TotalEditado
                   MOVE TotalEmpresa TO TotalEditado2
                   PERFORM EscribeDescuadre
               WHEN OTHER
                   MOVE "S" TO CuadreFlag
                   MOVE SPACES TO LineaLiquidacion
                   STRING "Totales cuadrados con la nomina del "
                       CtlFechaNegocio
                       DELIMITED BY SIZE INTO LineaLiquidacion
                   WRITE LineaLiquidacion
                   DISPLAY LineaLiquidacion
           END-EVALUATE.

       BuscaControl.
           READ ArchivoControlNomina
               AT END MOVE "S" TO FinControl
               NOT AT END
                   IF NCT-Periodo = PeriodoNomina
                       MOVE "S" TO ControlHalladoFlag
                       MOVE NCT-FechaNegocio TO CtlFechaNegocio
                       MOVE NCT-Empleados TO CtlEmpleados
                       MOVE NCT-Bruto TO CtlBruto
                       MOVE NCT-SegSocial TO CtlSegSocial
                       MOVE NCT-CuotaEmpresa TO CtlCuotaEmpresa
                   END-IF
           END-READ.

       EscribeDescuadre.
           MOVE SPACES TO LineaLiquidacion.
           STRING "NO SE GENERA EL FICHERO: nomina " TotalEditado
               " liquidacion " TotalEditado2
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.

      *( segunda pasada sobre NOMINA, ya cuadrada, para escribir
      *  el fichero oficial )
       GeneraFicheroOficial.
           OPEN OUTPUT ArchivoLiquidacion.
           MOVE SPACES TO SSF-RegistroCabecera.
           MOVE "1" TO SSF-Tipo.
           MOVE CodigoCuenta TO SSFH-CodigoCuenta.
           MOVE PeriodoNomina TO SSFH-Periodo.
           MOVE FechaHoy TO SSFH-FechaCreacion.
           WRITE SSF-RegistroCabecera.
           MOVE "N" TO FinNomina.
           OPEN INPUT ArchivoNomina.
           PERFORM LeeNomina.
           PERFORM EscribeDetalleOficial UNTIL NoHayMasNomina.
           CLOSE ArchivoNomina.
           MOVE SPACES TO SSF-RegistroCola.
           MOVE "9" TO SSF-Tipo.
           MOVE TotalTrabajadores TO SSFT-Contador.
           MOVE TotalBase TO SSFT-TotalBase.
           MOVE TotalTrabajador TO SSFT-TotalTrabajador.
           MOVE TotalEmpresa TO SSFT-TotalEmpresa.
           WRITE SSF-RegistroCola.
           CLOSE ArchivoLiquidacion.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Fichero de liquidacion generado para la cuenta "
               CodigoCuenta " periodo " PeriodoNomina
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.

       EscribeDetalleOficial.
           PERFORM DatosTrabajador.
           MOVE SPACES TO SSF-Registro.
           MOVE "2" TO SSF-Tipo.
           MOVE NOM-EmpleadoId TO SSF-EmpleadoId.
           MOVE NombreTrabajador TO SSF-Nombre.
           MOVE DiasCotizados TO SSF-Dias.
           MOVE NOM-Bruto TO SSF-Base.
           MOVE NOM-SegSocial TO SSF-CuotaTrabajador.
           MOVE NOM-CuotaEmpresa TO SSF-CuotaEmpresa.
           WRITE SSF-Registro.
           PERFORM LeeNomina.

       EscribeTitulo.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Liquidacion de cuotas a la Seguridad Social, "
               "cuenta de cotizacion " CodigoCuenta
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           MOVE ALL "-" TO LineaLiquidacion.
           WRITE LineaLiquidacion.
           MOVE "Id     Trabajador                Dd          Base"
               TO LineaLiquidacion.
           MOVE "   Cuota trab.    Cuota empr." TO
               LineaLiquidacion(52:29).
           WRITE LineaLiquidacion.

       EscribeTotales.
           MOVE SPACES TO LineaLiquidacion.
           WRITE LineaLiquidacion.
           MOVE TotalTrabajadores TO ContadorEditado.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Trabajadores liquidados:  " ContadorEditado
               "  periodo " PeriodoNomina
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.
           MOVE TotalBase TO TotalEditado.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Total bases de cotizacion: " TotalEditado
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.
           MOVE TotalTrabajador TO TotalEditado.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Total cuota trabajador:    " TotalEditado
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.
           MOVE TotalEmpresa TO TotalEditado.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Total cuota empresa:       " TotalEditado
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.
           COMPUTE TotalEditado = TotalTrabajador + TotalEmpresa.
           MOVE SPACES TO LineaLiquidacion.
           STRING "Total a ingresar:          " TotalEditado
               DELIMITED BY SIZE INTO LineaLiquidacion.
           WRITE LineaLiquidacion.
           DISPLAY LineaLiquidacion.

       END PROGRAM LiquidacionSegSocial.
