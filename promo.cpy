      *****************************************************************
      *  PROMO.CPY
      *  Layout comun de las promociones de GadgetShop
      *  (GadgetPromos.dat), mantenidas con gadget_promo.cbl. Cada
      *  promocion alcanza una categoria (PM-Categoria, la misma
      *  GadgetCategory del master) o, con la categoria en blanco,
      *  una lista de hasta 10 GadgetIDs; PM-Sucursal 000 = todas las
      *  sucursales. El descuento PM-Porcentaje rige desde PM-Desde
      *  hasta PM-Hasta inclusive, contra la fecha de negocio.
      *  Historial append-only con el mismo criterio que
      *  PARAMREC.CPY: una modificacion o una anulacion (PM-Estado B)
      *  se graba como un registro nuevo con el mismo PM-Codigo y
      *  rige el ultimo del archivo. La carga y el precio de
      *  promocion son comunes (PROMOWORK.CPY / PROMOPROC.CPY):
      *  gadget_captura.cbl lo muestra y gadgetshop.cbl lo graba en
      *  KX-PrecioUnitario de las ventas, dejando cada venta en
      *  promocion en GadgetPromoVtas.dat (PROMOVTA.CPY) para el
      *  resultado de gadget_promo_result.cbl.
      *****************************************************************
       01 PromoRecord.
           03 PM-Codigo          PIC 9(4).
           03 PM-Descripcion     PIC X(30).
           03 PM-Categoria       PIC X(15).
           03 PM-CantArticulos   PIC 9(2).
           03 PM-Articulo        PIC 9(6) OCCURS 10 TIMES.
           03 PM-Sucursal        PIC 9(3).
           03 PM-Porcentaje      PIC 99V99.
           03 PM-Desde           PIC 9(8).
           03 PM-Hasta           PIC 9(8).
           03 PM-Estado          PIC X.
               88 PM-Activa      VALUE "A".
               88 PM-Anulada     VALUE "B".
           03 PM-FechaCarga      PIC 9(8).
           03 PM-Usuario         PIC X(10).
