      *****************************************************************
      *  PLNWORK.CPY
      *  Campos de trabajo de la consulta del punto de pedido por
      *  articulo (ver PLANIF.CPY para el layout y PLNPROC.CPY para
      *  los parrafos comunes). El programa carga PLN-Umbral con el
      *  UMBRAL-REORDER vigente, ejecuta ABRIR-PLANIF-PERFORM antes
      *  de recorrer el master y, por cada articulo, carga
      *  PLN-GadgetID y PLN-Sucursal y ejecuta PUNTO-PEDIDO-PERFORM:
      *  PLN-Punto queda con el punto aceptado del articulo o, sin
      *  propuesta aceptada, con el umbral global.
      *****************************************************************
       01 PLN-Campos.
           03 PLN-GadgetID     PIC 9(6).
           03 PLN-Sucursal     PIC 9(3).
           03 PLN-Umbral       PIC 9(4).
           03 PLN-Punto        PIC 9(4).
           03 PLN-Status       PIC XX.
           03 PLN-Abierto      PIC X VALUE "N".
               88 PLN-ArchivoAbierto VALUE "S".
