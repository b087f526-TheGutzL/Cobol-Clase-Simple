      *( categorias de activo fijo admitidas en el maestro de
      *  activos, con su descripcion para el registro de activos;
      *  el codigo va en AF-Categoria )
       01  CatalogoCategorias.
           05 FILLER PIC X(34)
               VALUE "VEHIVehiculos".
           05 FILLER PIC X(34)
               VALUE "MAQUMaquinaria".
           05 FILLER PIC X(34)
               VALUE "INFOEquipos informaticos".
           05 FILLER PIC X(34)
               VALUE "MOBIMobiliario".
           05 FILLER PIC X(34)
               VALUE "INSTInstalaciones".
       01  TablaCatalogoCategorias REDEFINES CatalogoCategorias.
           05 CA-Entrada OCCURS 5 TIMES.
               10 CA-Categoria PIC X(4).
               10 CA-Descripcion PIC X(30).
       77  TotalCatalogoCategorias PIC 99 VALUE 5.
