      *( historico de cambios de condiciones de prestamos: cada
      *  cancelacion, amortizacion anticipada o reestructuracion que
      *  aplica OperacionesPrestamo, y cada revision de tipo de
      *  RevisaTiposPrestamo, deja aqui las condiciones de antes y
      *  de despues junto al importe de la operacion )
       01  PH-Registro.
           05 PH-Id PIC 9(6).
           05 PH-Fecha PIC 9(8).
           05 PH-Tipo PIC X.
              88 PH-CANCELACION VALUE "L".
              88 PH-AMORTIZACION VALUE "P".
              88 PH-REESTRUCTURACION VALUE "R".
              88 PH-REVISION-TIPO VALUE "V".
           05 PH-Modalidad PIC X.
           05 PH-Importe PIC 9(9)V99.
           05 PH-InteresDevengado PIC 9(9)V99.
           05 PH-Antes.
              10 PH-SaldoAntes PIC S9(9)V99.
              10 PH-TasaAntes PIC 9(3)V99.
              10 PH-PeriodosAntes PIC 999.
              10 PH-PagadasAntes PIC 999.
              10 PH-CuotaAntes PIC 9(9)V99.
              10 PH-VtoAntes PIC 9(8).
              10 PH-VencidoAntes PIC 9(9)V99.
           05 PH-Despues.
              10 PH-SaldoDespues PIC S9(9)V99.
              10 PH-TasaDespues PIC 9(3)V99.
              10 PH-PeriodosDespues PIC 999.
              10 PH-PagadasDespues PIC 999.
              10 PH-CuotaDespues PIC 9(9)V99.
              10 PH-VtoDespues PIC 9(8).
              10 PH-VencidoDespues PIC 9(9)V99.
