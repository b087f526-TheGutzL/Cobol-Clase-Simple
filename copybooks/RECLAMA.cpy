      *( ultimo nivel de reclamacion alcanzado por cada factura
      *  de cliente, indexado por numero de factura: lo mantiene
      *  ReclamaDeudas para no repetir la misma carta )
       01  RE-Registro.
           05 RE-Factura PIC 9(8).
           05 RE-ClienteId PIC 9(6).
           05 RE-Nivel PIC 9.
              88 RE-RECORDATORIO VALUE 1.
              88 RE-SEGUNDO-AVISO VALUE 2.
              88 RE-REQUERIMIENTO VALUE 3.
           05 RE-FechaCarta PIC 9(8).
