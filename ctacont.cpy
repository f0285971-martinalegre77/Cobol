      *****************************************************************
      *  CTACONT.CPY
      *  Layout comun de la tabla de imputacion contable de los
      *  movimientos de stock (CuentasContables.dat). Historial
      *  append-only con fecha de vigencia, con el mismo criterio que
      *  PARAMREC.CPY e IVACAT.CPY: para cada tipo de movimiento y
      *  concepto rige el registro con la vigencia mas nueva que no
      *  sea posterior a la fecha contabilizada. Cada registro dice
      *  a que cuenta va el debe y a cual el haber:
      *    S NETO / S IVA   venta: deudores contra ventas / IVA DF
      *    D NETO / D IVA   devolucion de cliente (inverso de S)
      *    S COSTO, D COSTO costo de ventas contra mercaderias
      *    R COSTO          recibo: mercaderias contra recibido a
      *                     facturar
      *    P COSTO          devolucion a proveedor
      *    T COSTO, E COSTO transferencia salida / entrada contra
      *                     la cuenta puente entre sucursales
      *    J COSTO          ajuste de stock a la baja: perdida de
      *                     inventario contra mercaderias (un ajuste
      *                     al alza va con las cuentas invertidas)
      *  El costo se valoriza al GadgetCost del master. Mantenimiento:
      *  ctacont_mant.cbl. Lo lee gadget_asientos.cbl, que arma la
      *  interfaz diaria al mayor (ASIENTO.CPY).
      *****************************************************************
       01 CtaContRecord.
           03 CC-Clave.
               05 CC-Tipo        PIC X.
               05 CC-Concepto    PIC X(5).
           03 CC-CtaDebe         PIC 9(6).
           03 CC-CtaHaber        PIC 9(6).
           03 CC-FechaVigencia   PIC 9(8).
           03 CC-FechaCarga      PIC 9(8).
           03 CC-Usuario         PIC X(10).
           03 CC-Nota            PIC X(30).
