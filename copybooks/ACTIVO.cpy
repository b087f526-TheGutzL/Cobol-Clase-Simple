      *( registro del maestro de activos fijos, indexado por el
      *  numero de activo: lo dan de alta y de baja las
      *  transacciones de MantenimientoActivos, AmortizaActivos le
      *  suma cada mes la amortizacion y anota el ultimo periodo
      *  amortizado, e InformeActivos saca el valor neto contable
      *  por categoria. El centro de coste es un codigo de
      *  departamento de EMP-DEPARTAMENTO. Metodo L lineal sobre
      *  coste menos valor residual, D degresivo al doble del
      *  tipo lineal sobre el valor neto; la baja deja la fecha y
      *  el importe de venta )
       01  AF-Registro.
           05 AF-Id PIC 9(6).
           05 AF-Descripcion PIC X(30).
           05 AF-Categoria PIC X(4).
           05 AF-CentroCoste PIC X(4).
           05 AF-FechaAdquisicion PIC 9(8).
           05 AF-Coste PIC 9(9)V99.
           05 AF-ValorResidual PIC 9(9)V99.
           05 AF-VidaMeses PIC 9(3).
           05 AF-Metodo PIC X.
              88 AF-LINEAL VALUE "L".
              88 AF-DEGRESIVO VALUE "D".
           05 AF-AmortAcumulada PIC 9(9)V99.
           05 AF-UltimoPeriodo PIC 9(6).
           05 AF-Estado PIC X.
              88 AF-ACTIVO VALUE "A".
              88 AF-BAJA VALUE "B".
           05 AF-FechaBaja PIC 9(8).
           05 AF-ImporteVenta PIC 9(9)V99.
