      *( coste adicional de compra imputado a una recepcion: cada
      *  factura de transporte, aduana o manipulacion que reparte
      *  RepartoCostes deja una linea por recepcion con la parte
      *  que le toca, la absorbida por las existencias que quedan
      *  y el coste medio del SKU antes y despues; sirve tambien
      *  para no imputar dos veces la misma factura )
       01  CI-Registro.
           05 CI-Factura PIC X(12).
           05 CI-Proveedor PIC X(20).
           05 CI-Concepto PIC X.
              88 CI-FLETE VALUE "F".
              88 CI-ADUANA VALUE "D".
              88 CI-MANIPULACION VALUE "M".
           05 CI-Orden PIC 9(6).
           05 CI-FechaRecepcion PIC 9(8).
           05 CI-Sku PIC X(10).
           05 CI-Cantidad PIC 9(7).
           05 CI-CosteCompra PIC 9(9)V99.
           05 CI-Importe PIC 9(9)V99.
           05 CI-ImporteAbsorbido PIC 9(9)V99.
           05 CI-CosteMedioAnterior PIC 9(5)V9(4).
           05 CI-CosteMedioNuevo PIC 9(5)V9(4).
           05 CI-FechaImputacion PIC 9(8).
