      *( totales de control de cada ejecucion de NominaMensual,
      *  uno por ejecucion y periodo: los programas que leen el
      *  fichero NOMINA cuadran contra el ultimo del periodo antes
      *  de generar ficheros para terceros )
       01  NCT-Registro.
           05 NCT-Periodo PIC 9(6).
           05 NCT-FechaNegocio PIC 9(8).
           05 NCT-Empleados PIC 9(6).
           05 NCT-Bruto PIC 9(11)V99.
           05 NCT-Irpf PIC 9(11)V99.
           05 NCT-SegSocial PIC 9(11)V99.
           05 NCT-CuotaEmpresa PIC 9(11)V99.
           05 NCT-Neto PIC 9(11)V99.
