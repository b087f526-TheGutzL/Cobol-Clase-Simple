      *( precio de contrato negociado con un cliente, indexado por
      *  cliente, SKU y fecha de inicio: con SKU es un precio neto o
      *  un descuento sobre la tarifa de ese articulo, y con el SKU
      *  en blanco un descuento sobre todo el catalogo. Solo lo
      *  da de alta, cambia o borra ApruebaCambios al aprobar las
      *  propuestas de MantenimientoContratos; la facturacion lo
      *  aplica por delante de la tarifa. Fecha hasta a ceros es
      *  un contrato sin vencimiento )
       01  CT-Registro.
           05 CT-Clave.
              10 CT-ClienteId PIC 9(6).
              10 CT-Sku PIC X(10).
              10 CT-FechaDesde PIC 9(8).
           05 CT-FechaHasta PIC 9(8).
           05 CT-Precio PIC 99V99.
           05 CT-PorcDescuento PIC 99V99.
           05 CT-Referencia PIC X(12).
           05 CT-Aprobador PIC X(8).
           05 CT-FechaAprobacion PIC 9(8).
