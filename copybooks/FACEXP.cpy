      *( registro de facturas exportadas como factura electronica,
      *  indexado por numero de factura: ExportaFacturae lo consulta
      *  para no enviar dos veces la misma factura )
       01  FE-Registro.
           05 FE-Factura PIC 9(8).
           05 FE-ClienteId PIC 9(6).
           05 FE-FechaExportacion PIC 9(8).
           05 FE-Total PIC 9(9)V99.
