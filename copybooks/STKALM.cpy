      *( existencias por almacen, indexadas por SKU y almacen. El
      *  almacen central (01) no tiene cantidad propia: lo que no
      *  esta en otro almacen ni en transito es suyo, de modo que
      *  ST-Cantidad del maestro sigue siendo el total de la
      *  empresa. SA-EnTransito es lo que viaja hacia el almacen en
      *  traspasos aun no recibidos (tambien hacia el central) )
       01  SA-Registro.
           05 SA-Clave.
              10 SA-Sku PIC X(10).
              10 SA-Almacen PIC XX.
           05 SA-Cantidad PIC S9(7).
           05 SA-EnTransito PIC S9(7).
