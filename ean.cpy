      *****************************************************************
      *  EAN.CPY
      *  Layout comun de la tabla de codigos de barra de GadgetShop
      *  (GadgetEAN.dat), indexada por EA-Codigo = EAN-13 de la caja.
      *  Un articulo puede tener uno o mas codigos; un codigo
      *  pertenece a un solo articulo (la clave lo garantiza). El
      *  codigo es del articulo, no de la sucursal. Mantenimiento:
      *  gadget_ean.cbl (verifica el digito verificador y rechaza un
      *  codigo ya asignado a otro articulo). La captura
      *  (gadget_captura.cbl) y el conteo (gadget_conteo.cbl) aceptan
      *  el codigo escaneado o el GadgetID via EANPROC.CPY. Los
      *  articulos sin codigo se listan con gadget_ean_faltantes.cbl.
      *****************************************************************
       01 EanRecord.
           03 EA-Codigo          PIC 9(13).
           03 EA-GadgetID        PIC 9(6).
           03 EA-FechaAlta       PIC 9(8).
           03 EA-Usuario         PIC X(10).
