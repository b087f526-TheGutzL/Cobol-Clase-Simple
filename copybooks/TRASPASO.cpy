      *( traspaso entre almacenes: lo da de alta la salida (T) de
      *  MovimientosStock con estado T en transito y lo cierra la
      *  entrada (E) en el almacen de destino con estado R )
       01  TR-Registro.
           05 TR-Numero PIC 9(6).
           05 TR-Sku PIC X(10).
           05 TR-Origen PIC XX.
           05 TR-Destino PIC XX.
           05 TR-Cantidad PIC 9(7).
           05 TR-FechaSalida PIC 9(8).
           05 TR-FechaRecepcion PIC 9(8).
           05 TR-Estado PIC X.
              88 TR-EN-TRANSITO VALUE "T".
              88 TR-RECIBIDO VALUE "R".
