      *****************************************************************
      *  PLANIF.CPY
      *  Layout comun del archivo de planificacion de reposicion
      *  (GadgetPlanif.dat), indexado por PL-Clave = articulo +
      *  sucursal como el stock master. gadget_planif.cbl lo
      *  recalcula en cada corrida: venta total, promedio y pico
      *  diario de las ventas S del kardex en la ventana de
      *  DIAS-PLANIF, plazo de entrega promedio y maximo del
      *  proveedor medido en GadgetPO.dat, y el punto de pedido y
      *  la cantidad objetivo propuestos (PL-SinHistoria = sin
      *  ventas en la ventana: se propone lo vigente). Un operador
      *  de nivel 2 acepta la propuesta en gadget_reorden.cbl, que
      *  la copia a PL-PuntoVig / PL-ObjetivoVig (estado A) y lleva
      *  el objetivo al GadgetReorderTarget del master. Las listas
      *  de reposicion (gadgetshop.cbl, gadget_po.cbl,
      *  gadget_rebalanceo.cbl) usan el punto vigente del articulo
      *  via PLNPROC.CPY; sin propuesta aceptada rige el umbral
      *  global UMBRAL-REORDER.
      *****************************************************************
       01 PlanifRecord.
           03 PL-Clave.
               05 PL-GadgetID    PIC 9(6).
               05 PL-Sucursal    PIC 9(3).
           03 PL-FechaCalculo    PIC 9(8).
           03 PL-VentaTotal      PIC 9(6).
           03 PL-PromDiario      PIC 9(4)V99.
           03 PL-PicoDiario      PIC 9(4).
           03 PL-Proveedor       PIC 9(4).
           03 PL-PlazoProm       PIC 9(3).
           03 PL-PlazoMax        PIC 9(3).
           03 PL-PuntoProp       PIC 9(4).
           03 PL-ObjetivoProp    PIC 9(4).
           03 PL-Historia        PIC X.
               88 PL-SinHistoria VALUE "S".
           03 PL-PuntoVig        PIC 9(4).
           03 PL-ObjetivoVig     PIC 9(4).
           03 PL-Estado          PIC X.
               88 PL-SinAceptar  VALUE " ".
               88 PL-Aceptado    VALUE "A".
           03 PL-FechaAcept      PIC 9(8).
           03 PL-Usuario         PIC X(10).
