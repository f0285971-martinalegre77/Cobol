      *****************************************************************
      *  PERWORK.CPY
      *  Campos de trabajo de la consulta de periodo cerrado (ver
      *  PERIODO.CPY para el layout y PERPROC.CPY para el parrafo
      *  comun). El programa carga en PER-Fecha (AAAAMMDD) la fecha
      *  del movimiento que va a grabar y ejecuta
      *  PERIODO-CERRADO-PERFORM; con el mes cerrado queda
      *  PER-Cerrado.
      *****************************************************************
       01 PER-Campos.
           03 PER-Fecha        PIC 9(8).
           03 PER-Periodo      PIC 9(6).
           03 PER-Estado       PIC X VALUE "A".
               88 PER-Cerrado  VALUE "C".
               88 PER-Abierto  VALUE "A".
           03 PER-Status       PIC XX.
           03 PER-Fin          PIC X VALUE "N".
               88 PER-FinArchivo VALUE "S".
