      *( registro de control y visado de la nomina: VariacionNomina
      *  anota un registro C por cada control de variaciones con
      *  el numero de empleados, el neto total y las incidencias,
      *  y VisaNomina anota un registro V cuando un usuario
      *  autorizado da por bueno ese control; PagosNomina solo
      *  genera las transferencias si el ultimo control del
      *  periodo esta visado y cuadra con el fichero NOMINA )
       01  VN-Registro.
           05 VN-Periodo PIC 9(6).
           05 VN-Tipo PIC X.
              88 VN-CONTROL VALUE "C".
              88 VN-VISADO VALUE "V".
           05 VN-Fecha PIC 9(8).
           05 VN-Hora PIC 9(8).
           05 VN-Empleados PIC 9(6).
           05 VN-TotalNeto PIC 9(11)V99.
           05 VN-Incidencias PIC 9(6).
           05 VN-Operador PIC X(8).
