           05 NV-Sku PIC X(10).
           05 NV-Minimo PIC 9(7).
           05 NV-Maximo PIC 9(7).
           05 NV-CategoriaIva PIC X.
       FD  ArchivoStock.
       COPY "STOCKREG.cpy".
       WORKING-STORAGE SECTION.
       PROCEDURE DIVISION.
       Inicio.
           DISPLAY "CargaNiveles: carga de niveles minimo y maximo "
               "y categoria de IVA por SKU en el maestro de "
               "existencias.".
           OPEN INPUT ArchivoNiveles.
           IF NoHayNiveles
               DISPLAY "CargaNiveles: no se encontro "
           READ ArchivoNiveles
               AT END MOVE "S" TO FinNiveles.

      *( la categoria de IVA es G general, R reducido o E
      *  exento; en blanco se deja la que ya tenga el articulo, o
      *  la general si el articulo es nuevo )
       AplicaNivel.
           EVALUATE TRUE
               WHEN NV-Minimo > NV-Maximo
                   DISPLAY "CargaNiveles: minimo mayor que maximo "
                       "para " NV-Sku ", rechazado"
                   ADD 1 TO TotalRechazados
               WHEN NV-CategoriaIva NOT = SPACE
                   AND NV-CategoriaIva NOT = "G"
                   AND NV-CategoriaIva NOT = "R"
                   AND NV-CategoriaIva NOT = "E"
                   DISPLAY "CargaNiveles: categoria de IVA "
                       NV-CategoriaIva " desconocida para "
                       NV-Sku ", rechazado"
                   ADD 1 TO TotalRechazados
               WHEN OTHER
                   PERFORM GrabaNivel
           END-EVALUATE.
           PERFORM LeeNivel.

       GrabaNivel.
           MOVE NV-Sku TO ST-Sku.
           READ ArchivoStock KEY IS ST-Sku
               INVALID KEY
                   MOVE NV-Sku TO ST-Sku
                   MOVE ZEROS TO ST-Cantidad
                   MOVE NV-Minimo TO ST-Minimo
                   MOVE NV-Maximo TO ST-Maximo
                   MOVE ZEROS TO ST-CosteMedio
                   MOVE NV-CategoriaIva TO ST-CategoriaIva
                   MOVE SPACE TO ST-ClaseAbc
                   MOVE ZEROS TO ST-FechaRecuento
                   WRITE ST-Registro
                   END-WRITE
                   ADD 1 TO TotalAplicados
               NOT INVALID KEY
                   MOVE NV-Minimo TO ST-Minimo
                   MOVE NV-Maximo TO ST-Maximo
                   IF NV-CategoriaIva NOT = SPACE
                       MOVE NV-CategoriaIva TO ST-CategoriaIva
                   END-IF
                   REWRITE ST-Registro
                   ADD 1 TO TotalAplicados
           END-READ.

       END PROGRAM CargaNiveles.
