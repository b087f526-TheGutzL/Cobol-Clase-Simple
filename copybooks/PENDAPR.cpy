      *( cambio de datos de referencia pendiente de aprobacion:
      *  los mantenimientos de tasas, de precios y de precios de
      *  contrato encolan aqui sus propuestas y solo
      *  ApruebaCambios, con rol de supervisor, las aplica al
      *  fichero vivo o las rechaza; el registro conserva quien
      *  pidio y quien decidio. En los contratos la clave es el
      *  SKU (en blanco, todo el catalogo), el valor el precio
      *  neto y la fecha efectiva el inicio de la vigencia )
       01  PEN-Registro.
           05 PEN-Id PIC 9(6).
           05 PEN-Dominio PIC X.
              88 PEN-DOMINIO-TASA VALUE "T".
              88 PEN-DOMINIO-PRECIO VALUE "P".
              88 PEN-DOMINIO-CONTRATO VALUE "K".
           05 PEN-Tipo PIC X.
           05 PEN-Clave PIC X(10).
           05 PEN-ValorNuevo PIC 9(5)V9(4).
              88 PEN-RECHAZADO VALUE "R".
           05 PEN-Aprobador PIC X(8).
           05 PEN-FechaDecision PIC 9(8).
           05 PEN-ClienteId PIC 9(6).
           05 PEN-FechaHasta PIC 9(8).
           05 PEN-PorcDescuento PIC 99V99.
           05 PEN-Referencia PIC X(12).
