      *( fichero de liquidacion de cuotas para el sistema oficial
      *  de la Seguridad Social, con la estructura cabecera /
      *  detalle / cola del PAGOSBAN de la nomina: un detalle por
      *  trabajador con sus dias cotizados, base y cuotas )
       01  SSF-Registro.
           05 SSF-Tipo PIC X.
           05 SSF-EmpleadoId PIC 9(6).
           05 SSF-Nombre PIC X(45).
           05 SSF-Dias PIC 99.
           05 SSF-Base PIC 9(7)V99.
           05 SSF-CuotaTrabajador PIC 9(7)V99.
           05 SSF-CuotaEmpresa PIC 9(7)V99.
       01  SSF-RegistroCabecera.
           05 FILLER PIC X.
           05 SSFH-CodigoCuenta PIC X(11).
           05 SSFH-Periodo PIC 9(6).
           05 SSFH-FechaCreacion PIC 9(8).
       01  SSF-RegistroCola.
           05 FILLER PIC X.
           05 SSFT-Contador PIC 9(6).
           05 SSFT-TotalBase PIC 9(11)V99.
           05 SSFT-TotalTrabajador PIC 9(11)V99.
           05 SSFT-TotalEmpresa PIC 9(11)V99.
