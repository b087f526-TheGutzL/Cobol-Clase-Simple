      *( linea de la propuesta de pagos a proveedores: la genera
      *  PropuestaPagos por vendedor con las partidas vencidas a
      *  la fecha de corte y la libera PagosProveedores )
       01  PR-Registro.
           05 PR-Vendedor PIC X(20).
           05 PR-Factura PIC X(12).
           05 PR-FechaVencimiento PIC 9(8).
           05 PR-Importe PIC 9(9)V99.
           05 PR-FechaCorte PIC 9(8).
