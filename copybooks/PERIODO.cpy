      *( estado de un periodo contable AAAAMM: CierrePeriodo lo
      *  marca cerrado y la mayorizacion ya no admite apuntes con
      *  fecha de negocio dentro de el; sin registro el periodo
      *  esta abierto )
       01  PE-Registro.
           05 PE-Periodo PIC 9(6).
           05 PE-Estado PIC X.
              88 PE-ABIERTO VALUE "A".
              88 PE-CERRADO VALUE "C".
           05 PE-FechaCierre PIC 9(8).
           05 PE-Operador PIC X(8).
