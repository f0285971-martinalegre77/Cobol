      *****************************************************************
      *  CTACTE.CPY
      *  Layout comun de la cuenta corriente de clientes de
      *  GadgetShop (GadgetCtaCte.dat), historial append-only de
      *  movimientos por cliente de GadgetCli.dat:
      *    C cargo:   venta S a un cliente distinto de 0000, valuada
      *               al precio del kardex mas el IVA de la categoria
      *               del articulo; la graba gadgetshop.cbl al aplicar
      *               el lote (comprobante LOTE nnnnnn).
      *    N credito: devolucion D de un cliente, mismo criterio.
      *    P pago:    cobranza cargada en gadget_cobranza.cbl, con el
      *               medio de pago y el comprobante del recibo,
      *               o sena de una reserva de gadget_reserva.cbl
      *               (comprobante SENA nnnnnn).
      *  Saldo del cliente = cargos - creditos - pagos (parrafo
      *  comun CTAPROC.CPY). Resumen mensual de cuenta:
      *  gadget_ctacte_resumen.cbl; antiguedad de saldos:
      *  gadget_ar_aging.cbl.
      *****************************************************************
       01 CtaCteRecord.
           03 CC-Cliente         PIC 9(4).
           03 CC-Fecha           PIC 9(8).
           03 CC-Tipo            PIC X.
               88 CC-Cargo        VALUE "C".
               88 CC-Credito      VALUE "N".
               88 CC-Pago         VALUE "P".
           03 CC-Comprobante     PIC X(12).
           03 CC-GadgetID        PIC 9(6).
           03 CC-Sucursal        PIC 9(3).
           03 CC-Cantidad        PIC 9(4).
           03 CC-Neto            PIC 9(7)V99.
           03 CC-Iva             PIC 9(7)V99.
           03 CC-Importe         PIC 9(7)V99.
           03 CC-MedioPago       PIC X.
               88 CC-Efectivo     VALUE "E".
               88 CC-Transferencia VALUE "T".
               88 CC-Cheque       VALUE "Q".
           03 CC-Usuario         PIC X(10).
