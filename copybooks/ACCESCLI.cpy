      *( registro del diario de accesos a cuentas de clientes:
      *  cada consulta de la ficha, las partidas y los cobros de un
      *  cliente, y cada factura suya que se abre en detalle, queda
      *  anotada con quien miro, desde que programa y cuando; la
      *  factura va a ceros cuando se consulto la cuenta )
       01  ACL-Registro.
           05 ACL-Fecha PIC 9(8).
           05 ACL-Hora PIC 9(8).
           05 ACL-Usuario PIC X(8).
           05 ACL-Programa PIC X(15).
           05 ACL-ClienteId PIC 9(6).
           05 ACL-Factura PIC 9(8).
