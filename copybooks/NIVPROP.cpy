      *( propuesta de niveles minimo y maximo de un SKU: la deja
      *  RecalculaNiveles cuando el cambio sobre los niveles del
      *  maestro de existencias pasa del porcentaje permitido, y
      *  el comprador la aprueba o rechaza en ApruebaNiveles; solo
      *  la aprobada llega al maestro )
       01  NP-Registro.
           05 NP-Sku PIC X(10).
           05 NP-MinimoActual PIC 9(7).
           05 NP-MaximoActual PIC 9(7).
           05 NP-MinimoPropuesto PIC 9(7).
           05 NP-MaximoPropuesto PIC 9(7).
           05 NP-DemandaSemanal PIC 9(7)V99.
           05 NP-Desviacion PIC 9(7)V99.
           05 NP-PlazoDias PIC 9(3).
           05 NP-FechaPropuesta PIC 9(8).
           05 NP-Estado PIC X.
              88 NP-PENDIENTE VALUE "P".
              88 NP-APROBADA VALUE "A".
              88 NP-RECHAZADA VALUE "R".
           05 NP-Aprobador PIC X(8).
           05 NP-FechaDecision PIC 9(8).
