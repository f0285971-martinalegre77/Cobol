      *****************************************************************
      *  SERIEMOV.CPY
      *  Layout comun del historial de numeros de serie
      *  (GadgetSerieMov.dat), append-only: la vida completa de cada
      *  unidad. Los movimientos R, S, T, D y P los graba el posteo
      *  de gadgetshop.cbl junto con el registro GadgetSeries.dat
      *  (SERIE.CPY), con el lote que los aplico; los reclamos de
      *  garantia G los registra gadget_garantia.cbl con la falla
      *  informada y si la unidad estaba dentro de la garantia de su
      *  categoria (SM-Garantia S/N) a la fecha del reclamo. El
      *  reporte de reclamos por proveedor es gadget_garantia_rep.cbl.
      *****************************************************************
       01 SerieMovRecord.
           03 SM-Serie           PIC X(20).
           03 SM-Fecha           PIC 9(8).
           03 SM-Tipo            PIC X.
               88 SM-Recibo       VALUE "R".
               88 SM-Venta        VALUE "S".
               88 SM-Transfer     VALUE "T".
               88 SM-DevCliente   VALUE "D".
               88 SM-DevProveedor VALUE "P".
               88 SM-Reclamo      VALUE "G".
           03 SM-GadgetID        PIC 9(6).
           03 SM-Sucursal        PIC 9(3).
           03 SM-Destino         PIC 9(3).
           03 SM-Cliente         PIC 9(4).
           03 SM-Proveedor       PIC 9(4).
           03 SM-Orden           PIC 9(6).
           03 SM-Lote            PIC 9(6).
           03 SM-Motivo          PIC XX.
           03 SM-Garantia        PIC X.
               88 SM-EnGarantia   VALUE "S".
               88 SM-FueraGarantia VALUE "N".
           03 SM-Detalle         PIC X(30).
           03 SM-Usuario         PIC X(10).
