      *( cuenta del plan contable, indexada por el codigo que
      *  llevan los apuntes en AS-Cuenta: la mantiene
      *  MantenimientoPlanCuentas y la mayorizacion rechaza todo
      *  lote con una cuenta que no exista o este de baja )
       01  PC-Registro.
           05 PC-Cuenta PIC X(8).
           05 PC-Descripcion PIC X(30).
           05 PC-Naturaleza PIC X.
              88 PC-ACTIVO VALUE "A".
              88 PC-PASIVO VALUE "P".
              88 PC-PATRIMONIO VALUE "N".
              88 PC-INGRESO VALUE "I".
              88 PC-GASTO VALUE "G".
           05 PC-Estado PIC X.
              88 PC-ACTIVA VALUE "A".
              88 PC-BAJA VALUE "B".
