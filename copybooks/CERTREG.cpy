      *( registro de certificaciones y formacion obligatoria por
      *  empleado y tipo de certificado (carretilla, manipulador
      *  de alimentos, primeros auxilios...): lo mantiene
      *  MantenimientoCertificados y lo explota InformeCertificados
      *  para avisar de las caducidades )
       01  CER-Registro.
           05 CER-Clave.
              10 CER-EmpleadoId PIC 9(6).
              10 CER-Tipo PIC X(4).
           05 CER-Descripcion PIC X(30).
           05 CER-Entidad PIC X(30).
           05 CER-FechaEmision PIC 9(8).
           05 CER-FechaCaducidad PIC 9(8).
