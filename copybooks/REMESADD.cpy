      *( fichero de adeudos directos para el banco, con la
      *  estructura cabecera / detalle / cola del PAGOSBAN de la
      *  nomina: un adeudo por factura domiciliada )
       01  RD-Registro.
           05 RD-Tipo PIC X.
           05 RD-ClienteId PIC 9(6).
           05 RD-Factura PIC 9(8).
           05 RD-MandatoRef PIC X(35).
           05 RD-FechaMandato PIC 9(8).
           05 RD-Iban PIC X(34).
           05 RD-Importe PIC 9(9)V99.
           05 RD-Moneda PIC XXX.
       01  RD-RegistroCabecera.
           05 FILLER PIC X.
           05 RDH-FechaCreacion PIC 9(8).
           05 RDH-FechaCargo PIC 9(8).
       01  RD-RegistroCola.
           05 FILLER PIC X.
           05 RDT-Contador PIC 9(6).
           05 RDT-Total PIC 9(11)V99.
