      *  KX-Motivo (AL alta, BJ baja, o el que cargue el operador en
      *  una modificacion); la cantidad es la diferencia absoluta y
      *  el saldo, el que quedo. El verificador diario de
      *  continuidad es gadget_kardex_verif.cbl. El tipo D es una
      *  devolucion de cliente (suma stock, KX-Cliente = cliente que
      *  devuelve) y el tipo P una devolucion a proveedor (descuenta
      *  stock, KX-Cliente = codigo de proveedor de GadgetProv.dat);
      *  los dos llevan en KX-Motivo el codigo de motivo de la
      *  tabla MOTDEV.CPY. El reporte de devoluciones es
      *  gadget_devoluciones.cbl.
      *****************************************************************
       01 KardexRecord.
           03 KX-Fecha           PIC 9(8).
               88 KX-TransfEntrada VALUE "E".
               88 KX-Apertura     VALUE "A".
               88 KX-Ajuste       VALUE "J".
               88 KX-DevCliente   VALUE "D".
               88 KX-DevProveedor VALUE "P".
           03 KX-Cantidad        PIC 9(4).
           03 KX-Saldo           PIC 9(4).
           03 KX-Sucursal        PIC 9(3).
