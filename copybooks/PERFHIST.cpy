      *( historial de cambios de perfiles de operador: cada alta,
      *  cambio o revocacion que hace AdministraPerfiles guarda
      *  el rol, las funciones y el estado de la clave antes y
      *  despues, con el administrador que lo hizo; la clave
      *  nunca pasa al historial )
       01  PFH-Registro.
           05 PFH-Fecha PIC 9(8).
           05 PFH-Hora PIC 9(8).
           05 PFH-Administrador PIC X(8).
           05 PFH-Tipo PIC X.
              88 PFH-ALTA VALUE "A".
              88 PFH-CAMBIO VALUE "C".
              88 PFH-REVOCACION VALUE "R".
           05 PFH-Usuario PIC X(8).
           05 PFH-RolAntes PIC X.
           05 PFH-FuncionesAntes PIC X(10).
           05 PFH-EstadoAntes PIC X.
           05 PFH-RolDespues PIC X.
           05 PFH-FuncionesDespues PIC X(10).
           05 PFH-EstadoDespues PIC X.
