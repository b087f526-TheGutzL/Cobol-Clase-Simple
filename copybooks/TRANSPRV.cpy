      *( fichero de transferencias a proveedores para el banco,
      *  con la misma estructura cabecera / detalle / cola que el
      *  PAGOSBAN de la nomina: una transferencia por vendedor )
       01  TV-Registro.
           05 TV-Tipo PIC X.
           05 TV-Vendedor PIC X(20).
           05 TV-Iban PIC X(34).
           05 TV-Importe PIC 9(9)V99.
           05 TV-Facturas PIC 9(4).
           05 TV-Moneda PIC XXX.
       01  TV-RegistroCabecera.
           05 FILLER PIC X.
           05 TVH-FechaCreacion PIC 9(8).
           05 TVH-FechaCorte PIC 9(8).
       01  TV-RegistroCola.
           05 FILLER PIC X.
           05 TVT-Contador PIC 9(6).
           05 TVT-Total PIC 9(11)V99.
