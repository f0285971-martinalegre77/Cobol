      *****************************************************************
      *  ASIENTO.CPY
      *  Layout de la interfaz diaria al mayor general
      *  (InterfazGL_AAAAMMDD.dat, una por fecha de negocio), que
      *  arma gadget_asientos.cbl a partir de los movimientos
      *  posteados del kardex. Un asiento por fecha y sucursal
      *  (AS-Referencia igual en todas sus lineas), una linea por
      *  cuenta y concepto con el importe en el debe o en el haber;
      *  cada asiento balancea (si alguno no balancea no se graba el
      *  archivo). Las cuentas salen de CuentasContables.dat
      *  (CTACONT.CPY).
      *****************************************************************
       01 AsientoRecord.
           03 AS-Fecha           PIC 9(8).
           03 AS-Sucursal        PIC 9(3).
           03 AS-Linea           PIC 9(4).
           03 AS-Cuenta          PIC 9(6).
           03 AS-Debe            PIC 9(9)V99.
           03 AS-Haber           PIC 9(9)V99.
           03 AS-Referencia      PIC X(20).
           03 AS-Concepto        PIC X(7).
