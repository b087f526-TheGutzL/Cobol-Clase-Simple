      *( movimiento del extracto bancario ya importado: lo anade
      *  CargaExtractoBanco por cada linea del extracto diario y
      *  lo lee ConciliaBanco; la referencia es la que el banco
      *  recibio con el cobro o la transferencia )
       01  MB-Registro.
           05 MB-FechaExtracto PIC 9(8).
           05 MB-Linea PIC 9(6).
           05 MB-FechaValor PIC 9(8).
           05 MB-Signo PIC X.
              88 MB-ABONO VALUE "C".
              88 MB-CARGO VALUE "D".
           05 MB-Importe PIC 9(9)V99.
           05 MB-Referencia PIC X(20).
           05 MB-Concepto PIC X(30).
