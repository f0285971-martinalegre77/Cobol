      *****************************************************************
      *  PERIODO.CPY
      *  Layout comun del control de periodos contables
      *  (Periodos.dat). Archivo de solo agregado: cada cierre y
      *  cada reapertura de un mes deja un registro con fecha, hora,
      *  operador y motivo, y el estado vigente de un periodo es el
      *  del ultimo registro de ese PC-Periodo (sin registros, el
      *  mes esta abierto). Cierre y reapertura: gadget_periodo.cbl
      *  (nivel 3). La consulta del estado es PERPROC.CPY, que usan
      *  gadgetshop.cbl, gadget_mant.cbl, gadget_ajuste.cbl y
      *  fecha_negocio.cbl para rechazar movimientos fechados en un
      *  mes cerrado.
      *****************************************************************
       01 PeriodoRecord.
           03 PC-Periodo         PIC 9(6).
           03 PC-Estado          PIC X.
               88 PC-Cerrado     VALUE "C".
               88 PC-Abierto     VALUE "A".
           03 PC-Fecha           PIC 9(8).
           03 PC-Hora            PIC 9(6).
           03 PC-Usuario         PIC X(10).
           03 PC-Motivo          PIC X(40).
