      *****************************************************************
      *  PROMOVTA.CPY
      *  Layout comun del registro de ventas en promocion
      *  (GadgetPromoVtas.dat). gadgetshop.cbl graba uno por cada
      *  venta S aplicada con precio de promocion (PROMO.CPY), con el
      *  precio de lista del master y el precio cobrado que quedo en
      *  KX-PrecioUnitario; gadget_promo_result.cbl lo totaliza por
      *  promocion para ver unidades, facturacion y lo que costo el
      *  descuento.
      *****************************************************************
       01 PromoVtaRecord.
           03 PV-Fecha           PIC 9(8).
           03 PV-Promo           PIC 9(4).
           03 PV-GadgetID        PIC 9(6).
           03 PV-Sucursal        PIC 9(3).
           03 PV-Cantidad        PIC 9(4).
           03 PV-PrecioLista     PIC 9(4)V99.
           03 PV-PrecioPromo     PIC 9(4)V99.
           03 PV-LoteNro         PIC 9(6).
