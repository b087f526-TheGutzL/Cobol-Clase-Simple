      *( maestro de almacenes, indexado por codigo. El almacen
      *  central 01 es valido aunque no este dado de alta )
       01  AL-Registro.
           05 AL-Codigo PIC XX.
           05 AL-Nombre PIC X(30).
