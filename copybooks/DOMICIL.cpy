      *( adeudo domiciliado por factura, indexado por numero de
      *  factura: lo crea RemesaDomiciliaciones al remitirlo al
      *  banco y ConfirmaRemesa lo marca cobrado o devuelto
      *  segun la respuesta del banco )
       01  DD-Registro.
           05 DD-Factura PIC 9(8).
           05 DD-ClienteId PIC 9(6).
           05 DD-MandatoRef PIC X(35).
           05 DD-Importe PIC 9(9)V99.
           05 DD-FechaCargo PIC 9(8).
           05 DD-FechaRespuesta PIC 9(8).
           05 DD-MotivoDevolucion PIC X(4).
           05 DD-Estado PIC X.
              88 DD-REMITIDO VALUE "E".
              88 DD-COBRADO VALUE "C".
              88 DD-DEVUELTO VALUE "D".
