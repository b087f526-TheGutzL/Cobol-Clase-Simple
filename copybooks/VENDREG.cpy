      *( registro de vendedores: nombre, web del catalogo y la
      *  cuenta IBAN a la que tesoreria transfiere sus facturas;
      *  los registros antiguos sin cuenta la traen en blanco )
       01  VE-Registro.
           05 VE-Nombre PIC X(20).
           05 VE-Url    PIC X(80).
           05 VE-Iban   PIC X(34).
