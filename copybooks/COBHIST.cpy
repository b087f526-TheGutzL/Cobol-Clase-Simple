      *( historico de cobros aplicados: AplicaCobros anota aqui
      *  cada importe que salda una partida, y las devoluciones
      *  del banco se anotan como retrocesion; lo leen el
      *  extracto de cuenta y la conciliacion bancaria )
       01  CH-Registro.
           05 CH-Factura PIC 9(8).
           05 CH-ClienteId PIC 9(6).
           05 CH-Fecha PIC 9(8).
           05 CH-Importe PIC 9(9)V99.
           05 CH-Tipo PIC X.
              88 CH-COBRO VALUE "C".
              88 CH-RETROCESION VALUE "R".
