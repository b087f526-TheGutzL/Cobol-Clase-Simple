      *( maestro de prestamos vivos, indexado por identificador:
      *  lo inicializa CargaPrestamos desde prestamos.dat con la
      *  cuota calculada, PagosPrestamos aplica los cobros de
      *  cuotas y MoraPrestamos lista los impagos; los prestamos
      *  referenciados llevan indice, diferencial y frecuencia de
      *  revision, y RevisaTiposPrestamo les fija el tipo nuevo;
      *  los prestamos y anticipos al personal llevan el numero de
      *  empleado y NominaMensual descuenta la cuota de la nomina )
       01  PRM-Registro.
           05 PRM-Id PIC 9(6).
           05 PRM-Principal PIC 9(9)V99.
           05 PRM-Estado PIC X.
              88 PRM-VIVO VALUE "V".
              88 PRM-CANCELADO VALUE "C".
           05 PRM-CodigoIndice PIC X(6).
              88 PRM-TIPO-FIJO VALUE SPACES.
           05 PRM-Diferencial PIC S9(2)V999.
           05 PRM-MesesRevision PIC 99.
           05 PRM-FechaRevision PIC 9(8).
           05 PRM-EmpleadoId PIC 9(6).
              88 PRM-NO-EMPLEADO VALUE ZEROS.
