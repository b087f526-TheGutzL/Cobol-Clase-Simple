      *( registro del maestro de clientes, indexado por el
      *  identificador: lo mantiene MantenimientoClientes y lo
      *  consumen la facturacion, que controla el riesgo vivo
      *  contra el limite de credito, y la cartera de cobros; el
      *  mandato y la cuenta IBAN del deudor habilitan el cobro
      *  por domiciliacion bancaria; el NIF y la marca de factura
      *  electronica deciden quien recibe la factura estructurada;
      *  el almacen asignado es desde donde se le sirve (en blanco,
      *  el central) )
       01  CLI-Registro.
           05 CLI-ClienteId PIC 9(6).
           05 CLI-Nombre PIC X(30).
              88 CLI-ACTIVO      VALUE "A".
              88 CLI-SUSPENDIDO  VALUE "S".
              88 CLI-BAJA        VALUE "B".
           05 CLI-MandatoRef PIC X(35).
           05 CLI-Iban PIC X(34).
           05 CLI-FechaMandato PIC 9(8).
           05 CLI-Nif PIC X(9).
           05 CLI-FacturaElectronica PIC X.
              88 CLI-FACTURA-ELECTRONICA VALUE "S".
           05 CLI-Almacen PIC XX.
