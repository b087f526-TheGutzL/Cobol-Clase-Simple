           05 BO-ClienteId PIC 9(6).
           05 BO-Sku PIC X(10).
           05 BO-Cantidad PIC 9(5).
           05 BO-VendedorId PIC 9(6).
           05 BO-Presupuesto PIC 9(6).
           05 BO-PrecioPactado PIC 99V9(4).
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       FD  ArchivoLiberados.
           05 PL-ClienteId PIC 9(6).
           05 PL-Sku PIC X(10).
           05 PL-Cantidad PIC 9(5).
           05 PL-Presupuesto PIC 9(6).
           05 PL-PrecioPactado PIC 99V9(4).
           05 PL-VendedorId PIC 9(6).
       FD  PendientesNuevo.
       01  BN-Registro PIC X(65).
       FD  ReporteLiberacion.
       01  LineaLiberacion PIC X(80).
       WORKING-STORAGE SECTION.
       LiberaLinea.
           ADD 1 TO TotalLiberados.
           PERFORM AnotaReserva.
           MOVE SPACES TO PL-Registro.
           MOVE BO-Id TO PL-Id.
           MOVE BO-Cliente TO PL-Cliente.
           MOVE BO-ClienteId TO PL-ClienteId.
           MOVE BO-Sku TO PL-Sku.
           MOVE BO-Cantidad TO PL-Cantidad.
           IF BO-VendedorId IS NUMERIC
               MOVE BO-VendedorId TO PL-VendedorId
           ELSE
               MOVE ZEROS TO PL-VendedorId.
           IF BO-Presupuesto IS NUMERIC
               AND BO-PrecioPactado IS NUMERIC
               MOVE BO-Presupuesto TO PL-Presupuesto
               MOVE BO-PrecioPactado TO PL-PrecioPactado
           ELSE
               MOVE ZEROS TO PL-Presupuesto
               MOVE ZEROS TO PL-PrecioPactado.
           WRITE PL-Registro.
           MOVE SPACES TO LineaLiberacion.
           STRING "Liberado pedido " BO-Id " " BO-Sku
