      *****************************************************************
      *  FACTPROV.CPY
      *  Layout comun del archivo de facturas de proveedores de
      *  GadgetShop (GadgetFactProv.dat): un registro por linea de
      *  factura, con los datos de cabecera (proveedor de
      *  GadgetProv.dat, numero y fecha de la factura) repetidos en
      *  cada linea. La carga y el registro de pagos son de
      *  gadget_factprov.cbl; FP-PoNumero es la orden de compra que
      *  cita el proveedor (cero = sin referencia, el apareo busca
      *  la linea abierta mas vieja del articulo y sucursal).
      *  gadget_fact_match.cbl hace el apareo de tres vias (linea de
      *  la orden en GadgetPO.dat, cantidad recibida y costo contra
      *  el GadgetCost del master, con la tolerancia TOL-COSTO de
      *  parametros.dat) y deja el resultado en FP-Match;
      *  gadget_ap_aging.cbl arma la antiguedad de saldos adeudados
      *  por proveedor. Importes sin IVA.
      *****************************************************************
       01 FactProvRecord.
           03 FP-Proveedor       PIC 9(4).
           03 FP-Numero          PIC X(12).
           03 FP-Fecha           PIC 9(8).
           03 FP-Linea           PIC 9(3).
           03 FP-GadgetID        PIC 9(6).
           03 FP-Sucursal        PIC 9(3).
           03 FP-PoNumero        PIC 9(6).
           03 FP-Cantidad        PIC 9(4).
           03 FP-CostoUnitario   PIC 9(4)V99.
           03 FP-Estado          PIC X.
               88 FP-Adeudada     VALUE "A".
               88 FP-Pagada       VALUE "P".
           03 FP-FechaPago       PIC 9(8).
           03 FP-Match           PIC X.
               88 FP-SinAparear   VALUE " ".
               88 FP-Conciliada   VALUE "C".
               88 FP-ConDiferencia VALUE "D".
               88 FP-SinOrden     VALUE "N".
           03 FP-Usuario         PIC X(10).
