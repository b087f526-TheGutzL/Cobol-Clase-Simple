      *( registro de la nomina mensual calculada: lo escribe
      *  NominaMensual y lo consumen los programas de recibos,
      *  pagos al banco y acumulados anuales; el neto ya lleva
      *  sumados los reembolsos de gastos y la indemnizacion por
      *  despido, y restados los embargos judiciales y las cuotas
      *  de prestamos al personal, que se detallan aparte )
       01  NOM-Registro.
           05 NOM-EmpleadoId PIC 9(6).
           05 NOM-Periodo PIC 9(6).
           05 NOM-CuotaEmpresa PIC 9(7)V99.
           05 NOM-Neto PIC 9(7)V99.
           05 NOM-Moneda PIC XXX.
           05 NOM-Reembolsos PIC 9(7)V99.
           05 NOM-Prestamos PIC 9(7)V99.
           05 NOM-Embargos PIC 9(7)V99.
           05 NOM-Indemnizacion PIC 9(7)V99.
