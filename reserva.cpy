      *****************************************************************
      *  RESERVA.CPY
      *  Layout comun de las reservas de clientes de GadgetShop
      *  (GadgetReservas.dat): unidades de un GadgetID en una
      *  sucursal apartadas para un cliente de GadgetCli.dat, con la
      *  sena cobrada (que entra a la cuenta corriente como pago P,
      *  comprobante SENA nnnnnn) y la fecha de vencimiento.
      *  Historial append-only con el mismo criterio que PROMO.CPY:
      *  cada cambio de estado se graba como un registro nuevo con el
      *  mismo RS-Nro y rige el ultimo del archivo. Estados:
      *    A activa:    alta en gadget_reserva.cbl
      *    R retirada:  el cliente la retiro; gadget_captura.cbl
      *                 graba la venta S con el RS-Nro en el campo
      *                 de la orden y gadgetshop.cbl la pasa a R al
      *                 postearla (un retiro parcial graba A con el
      *                 resto en RS-Cantidad)
      *    C cancelada: baja en gadget_reserva.cbl
      *    V vencida:   la vence a la noche gadget_reserva_vence.cbl
      *                 pasada RS-Vence sin retirar
      *  Una reserva activa no vencida descuenta del disponible
      *  (QtyInStock menos reservado, RSVPROC.CPY) que muestran la
      *  captura y gadget_reserva.cbl y que controla gadget_edit.cbl.
      *****************************************************************
       01 ReservaRecord.
           03 RS-Nro             PIC 9(6).
           03 RS-Cliente         PIC 9(4).
           03 RS-GadgetID        PIC 9(6).
           03 RS-Sucursal        PIC 9(3).
           03 RS-Cantidad        PIC 9(4).
           03 RS-Sena            PIC 9(7)V99.
           03 RS-MedioPago       PIC X.
           03 RS-FechaAlta       PIC 9(8).
           03 RS-Vence           PIC 9(8).
           03 RS-Estado          PIC X.
               88 RS-Activa       VALUE "A".
               88 RS-Retirada     VALUE "R".
               88 RS-Cancelada    VALUE "C".
               88 RS-Vencida      VALUE "V".
           03 RS-FechaEstado     PIC 9(8).
           03 RS-Usuario         PIC X(10).
