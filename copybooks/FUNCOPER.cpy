      *( catalogo de las funciones que piden los programas a
      *  ValidaOperador, una letra por funcion, con su
      *  descripcion para los informes de perfiles; el rol S
      *  (supervisor) tiene todas las funciones )
       01  CatalogoFunciones.
           05 FILLER PIC X(36)
               VALUE "BPagos y transferencias bancarias".
           05 FILLER PIC X(36)
               VALUE "CClientes y riesgo de credito".
           05 FILLER PIC X(36)
               VALUE "DMaestro de empleados".
           05 FILLER PIC X(36)
               VALUE "EClase (calificaciones)".
           05 FILLER PIC X(36)
               VALUE "FCertificaciones del personal".
           05 FILLER PIC X(36)
               VALUE "GContabilidad y cierre de periodo".
           05 FILLER PIC X(36)
               VALUE "HAprobacion de gastos".
           05 FILLER PIC X(36)
               VALUE "LSecretaria academica".
           05 FILLER PIC X(36)
               VALUE "MTabla de multiplicar".
           05 FILLER PIC X(36)
               VALUE "NMantenimiento de notas".
           05 FILLER PIC X(36)
               VALUE "OCompras y aprobacion de pedidos".
           05 FILLER PIC X(36)
               VALUE "PPrecios y contratos".
           05 FILLER PIC X(36)
               VALUE "RRevision salarial".
           05 FILLER PIC X(36)
               VALUE "SSupervision y aprobacion de cambios".
           05 FILLER PIC X(36)
               VALUE "TTasas de cambio".
           05 FILLER PIC X(36)
               VALUE "UCalculadora".
           05 FILLER PIC X(36)
               VALUE "VVisado de nomina".
       01  TablaCatalogoFunciones REDEFINES CatalogoFunciones.
           05 CF-Entrada OCCURS 17 TIMES.
               10 CF-Funcion PIC X.
               10 CF-Descripcion PIC X(35).
       77  TotalCatalogoFunciones PIC 99 VALUE 17.
