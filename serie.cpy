      *****************************************************************
      *  SERIE.CPY
      *  Layout comun del registro de numeros de serie de GadgetShop
      *  (GadgetSeries.dat), INDEXADO por SR-Serie: el estado actual
      *  de cada unidad de un articulo serializado (categoria activa
      *  en GarantiaCategorias.dat, GARANTIA.CPY). Lo graba solo el
      *  posteo de gadgetshop.cbl con los detalles de GADGETTRX que
      *  traen serie: el recibo R da de alta la unidad en stock (E)
      *  con el proveedor y la orden de compra, la venta S la pasa a
      *  vendida (V) con el cliente, la fecha y la sucursal de la
      *  venta, la devolucion de cliente D la vuelve a stock, la
      *  devolucion a proveedor P la deja en P y la transferencia T
      *  le cambia la sucursal. Cada movimiento queda ademas en el
      *  historial GadgetSerieMov.dat (SERIEMOV.CPY). Las reglas de
      *  estado son comunes a la edicion y al posteo (SRVPROC.CPY).
      *  Consulta y garantia: gadget_garantia.cbl.
      *****************************************************************
       01 SerieRecord.
           03 SR-Serie           PIC X(20).
           03 SR-GadgetID        PIC 9(6).
           03 SR-Estado          PIC X.
               88 SR-EnStock      VALUE "E".
               88 SR-Vendida      VALUE "V".
               88 SR-Devuelta     VALUE "P".
           03 SR-Sucursal        PIC 9(3).
           03 SR-Proveedor       PIC 9(4).
           03 SR-Orden           PIC 9(6).
           03 SR-FechaRecibo     PIC 9(8).
           03 SR-Cliente         PIC 9(4).
           03 SR-FechaVenta      PIC 9(8).
           03 SR-SucVenta        PIC 9(3).
           03 SR-FechaEstado     PIC 9(8).
           03 SR-Lote            PIC 9(6).
