      *****************************************************************
      *  FACTURA.CPY
      *  Layout comun de las facturas de venta de GadgetShop
      *  (GadgetFacturas.dat), un registro por linea. Las emite
      *  gadget_facturacion.cbl con las ventas S del lote aplicado
      *  en la fecha de negocio, una factura por sucursal y cliente
      *  (0000 = consumidor final), con numeracion correlativa por
      *  sucursal que sale del propio archivo: el proximo numero es
      *  el ultimo grabado mas uno, asi no se repite ni se saltea
      *  aunque la emision se corra de nuevo. FC-Tasa es la tasa de
      *  IVA de la categoria del articulo (IVACAT.CPY, general
      *  IVA-TASA si no tiene registro); FC-Neto es cantidad por
      *  precio unitario del kardex y FC-Iva el impuesto redondeado
      *  de la linea. El Libro IVA Ventas mensual es
      *  gadget_libro_iva.cbl.
      *****************************************************************
       01 FacturaRecord.
           03 FC-Sucursal        PIC 9(3).
           03 FC-Numero          PIC 9(8).
           03 FC-Fecha           PIC 9(8).
           03 FC-Cliente         PIC 9(4).
           03 FC-Linea           PIC 9(3).
           03 FC-GadgetID        PIC 9(6).
           03 FC-Cantidad        PIC 9(4).
           03 FC-PrecioUnitario  PIC 9(4)V99.
           03 FC-Tasa            PIC 9V99.
           03 FC-Neto            PIC 9(7)V99.
           03 FC-Iva             PIC 9(7)V99.
