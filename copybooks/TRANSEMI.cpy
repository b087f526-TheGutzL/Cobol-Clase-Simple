      *( registro de transferencias emitidas al banco: lo
      *  alimentan PagosNomina y PagosProveedores con cada abono
      *  que sale en su fichero de banco, y lo lee la conciliacion
      *  bancaria para casar los cargos del extracto )
       01  TE-Registro.
           05 TE-Fecha PIC 9(8).
           05 TE-Origen PIC X.
              88 TE-NOMINA VALUE "N".
              88 TE-PROVEEDOR VALUE "P".
           05 TE-Referencia PIC X(20).
           05 TE-Importe PIC 9(9)V99.
