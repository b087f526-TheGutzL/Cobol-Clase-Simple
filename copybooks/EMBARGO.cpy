      *( orden judicial de embargo de salario: la da de alta
      *  personal con el total adeudado y NominaMensual va
      *  reteniendo cada mes la parte embargable del neto hasta
      *  saldarla; el acreedor y su cuenta son el destino de la
      *  transferencia mensual )
       01  EMB-Registro.
           05 EMB-Referencia PIC X(20).
           05 EMB-EmpleadoId PIC 9(6).
           05 EMB-Acreedor PIC X(30).
           05 EMB-IbanAcreedor PIC X(34).
           05 EMB-TotalDeuda PIC 9(9)V99.
           05 EMB-Retenido PIC 9(9)V99.
           05 EMB-Estado PIC X.
              88 EMB-ACTIVO VALUE "A".
              88 EMB-SALDADO VALUE "S".
           05 EMB-FechaSaldado PIC 9(8).
