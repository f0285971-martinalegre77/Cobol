      *                 fecha de negocio de FechaNegocio.dat
      *                 (FECHANEG.CPY, operador fecha_negocio.cbl);
      *                 sin el archivo, sigue la fecha del sistema.
      *   15/10/26 MA - Devoluciones: tipo D (devolucion de cliente,
      *                 suma al saldo, el cliente se valida como en
      *                 una venta) y tipo P (devolucion a proveedor,
      *                 descuenta como una venta y el proveedor tiene
      *                 que existir en GadgetProv.dat, motivo 80).
      *                 Las dos exigen un codigo de motivo de la
      *                 tabla MOTDEV.CPY al final del detalle (motivo
      *                 70). El registro pasa de 22 a 24 posiciones.
      *   15/10/26 MA - Cuenta corriente: una venta S a un cliente con
      *                 limite de credito (CliLimite, 0 = sin control)
      *                 se rechaza con motivo 90 si el saldo de
      *                 GadgetCtaCte.dat mas las ventas ya aceptadas del
      *                 lote mas esta, valorizada al precio con el IVA
      *                 de la categoria, supera el limite. Las
      *                 devoluciones D aceptadas descuentan del saldo.
      *   15/10/26 MA - El control de credito valoriza la venta al
      *                 precio de promocion vigente a la fecha de
      *                 negocio (GadgetPromos.dat, PROMOPROC.CPY), el
      *                 mismo que graba gadgetshop.cbl.
      *   15/10/26 MA - Reservas de clientes (GadgetReservas.dat,
      *                 RSVPROC.CPY): la tabla de saldos lleva lo
      *                 reservado por articulo y sucursal a la fecha de
      *                 negocio. Una venta, transferencia o devolucion a
      *                 proveedor aceptada que deja el saldo por debajo
      *                 de lo reservado se avisa y se cuenta en el
      *                 reporte de edicion; no se rechaza.
      *   15/10/26 MA - Numeros de serie (GadgetSeries.dat, SERIE.CPY):
      *                 el detalle D lleva al final la serie de la
      *                 unidad y la orden de compra del recibo; el
      *                 registro pasa de 24 a 50 posiciones. En un
      *                 articulo de categoria serializada
      *                 (GarantiaCategorias.dat, GARPROC.CPY) los
      *                 recibos y las ventas exigen serie y cantidad 1,
      *                 salvo los ajustes de conteo (motivo CF). Una
      *                 serie ya recibida, vendida sin estar en stock o
      *                 ya vendida, devuelta sin haberse vendido o de
      *                 otro articulo se rechaza con motivo 95, con el
      *                 estado del registro y del propio lote
      *                 (SRVPROC.CPY); un recibo contra una orden
      *                 inexistente en GadgetPO.dat para el articulo y
      *                 la sucursal, motivo 96.
      *   15/10/26 MA - Retiro de reservas: una venta S con numero en el
      *                 campo de la orden retira esa reserva de
      *                 GadgetReservas.dat; tiene que estar activa, ser
      *                 del cliente, articulo y sucursal de la venta y
      *                 cubrir la cantidad (motivo 97). Lo retirado baja
      *                 del reservado y de la reserva para el resto del
      *                 lote. El rechazo 96 se informa con la orden.
      *   15/10/26 MA - Las reservas se cargan solo activas
      *                 (RSVWORK.CPY, RSV-SoloActivas): las
      *                 retiradas, canceladas y vencidas no ocupan la
      *                 tabla. Se avisa si aun asi quedan registros
      *                 sin cargar.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-EDIT.
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
           SELECT LotesCtlFile
           ASSIGN TO "GadgetLotesCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtaCteStatus.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT IvaFile
           ASSIGN TO "IvaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IvaStatus.
           SELECT PromoFile
           ASSIGN TO "GadgetPromos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PMO-Status.
           SELECT ReservaFile
           ASSIGN TO "GadgetReservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSV-Status.
           SELECT GarantiaFile
           ASSIGN TO "GarantiaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GAR-Status.
           SELECT SerieFile
           ASSIGN TO "GadgetSeries.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-Serie
           FILE STATUS IS SRV-Status.
           SELECT PoFile
           ASSIGN TO "GadgetPO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
               88 TranCabecera VALUE "H".
               88 TranDetalle  VALUE "D".
               88 TranCola     VALUE "T".
           02 FILLER        PIC X(49).
       01 TransCabeceraReg.
           02 FILLER        PIC X.
           02 TranLoteNro   PIC X(6).
           02 TranLoteFecha PIC X(8).
           02 FILLER        PIC X(35).
       01 TransDetalleReg.
           02 FILLER        PIC X.
           02 TranGadgetID  PIC X(6).
               88 TranRecibo VALUE "R".
               88 TranVenta  VALUE "S".
               88 TranTransfer VALUE "T".
               88 TranDevCliente VALUE "D".
               88 TranDevProveedor VALUE "P".
           02 TranQty       PIC X(4).
           02 TranQty-N REDEFINES TranQty PIC 9(4).
           02 TranSucursal  PIC X(3).
           02 TranSucursalDestino PIC X(3).
           02 TranCliente   PIC X(4).
           02 TranCliente-N REDEFINES TranCliente PIC 9(4).
           02 TranMotivo    PIC XX.
           02 TranSerie     PIC X(20).
           02 TranOrden     PIC X(6).
           02 TranOrden-N REDEFINES TranOrden PIC 9(6).
       01 TransColaReg.
           02 FILLER        PIC X.
           02 TranColaCant  PIC X(6).
           02 TranColaCant-N REDEFINES TranColaCant PIC 9(6).
           02 TranColaUnidades PIC X(8).
           02 TranColaUnidades-N REDEFINES TranColaUnidades PIC 9(8).
           02 FILLER        PIC X(35).
       FD TransOkFile.
       01 TransRegistroOk   PIC X(50).
       FD RejectFile.
       01 RejectDetails.
           03 RejMotivo     PIC XX.
           03 FILLER        PIC X.
           03 RejRegistro   PIC X(50).
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD ProvFile.
       01 ProvDetails.
           88 EndOfProvFile  VALUE HIGH-VALUE.
           02 ProvCodigo     PIC 9(4).
           02 ProvNombre     PIC X(30).
           02 ProvContacto   PIC X(40).
       FD LotesCtlFile.
           COPY "lotectl.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       FD IvaFile.
           COPY "ivacat.cpy".
       FD PromoFile.
           COPY "promo.cpy".
       FD ReservaFile.
           COPY "reserva.cpy".
       FD GarantiaFile.
           COPY "garantia.cpy".
       FD SerieFile.
           COPY "serie.cpy".
       FD PoFile.
           COPY "gadgetpo.cpy".
       WORKING-STORAGE SECTION.
       COPY "promowork.cpy".
       COPY "rsvwork.cpy".
       COPY "garwork.cpy".
       COPY "srvwork.cpy".
       77 WS-StockFilePath   PIC X(200).
       77 WS-StockStatus     PIC XX.
       77 WS-TransFilePath   PIC X(200).
               10 ST-GadgetID    PIC 9(6).
               10 ST-Sucursal    PIC 9(3).
               10 ST-Qty         PIC 9(8).
               10 ST-Precio      PIC 9(4)V99.
               10 ST-Tasa        PIC 9V99.
               10 ST-Reservado   PIC 9(6).
               10 ST-Serializado PIC X.
      *    Egresos que se comen unidades reservadas a clientes
      *    (GadgetReservas.dat): se avisan, no se rechazan.
       77 WS-AvisoReservado  PIC 9(6) VALUE ZERO.
       77 WS-DispReserva     PIC S9(8).
       77 WS-SubDestino      PIC 9(4).
       77 WS-SubBusqueda     PIC 9(4).
       77 WS-BuscarSucursal  PIC X(3).
       77 WS-RechCantidad    PIC 9(6) VALUE ZERO.
       77 WS-RechStock       PIC 9(6) VALUE ZERO.
       77 WS-RechCliente     PIC 9(6) VALUE ZERO.
       77 WS-RechMotivo      PIC 9(6) VALUE ZERO.
       77 WS-RechProveedor   PIC 9(6) VALUE ZERO.
       77 WS-RechCredito     PIC 9(6) VALUE ZERO.
       77 WS-RechSerie       PIC 9(6) VALUE ZERO.
       77 WS-RechOrden       PIC 9(6) VALUE ZERO.
       77 WS-RechRetiro      PIC 9(6) VALUE ZERO.
       77 WS-MotivoRechazo   PIC XX.
      *    Maestro de clientes en memoria para validar el cliente de
      *    cada venta (0000 = consumidor final, siempre valido).
       77 WS-CantClientes    PIC 9(4) VALUE ZERO.
       77 WS-SubCliente      PIC 9(4).
       77 WS-ClientesOmitidos PIC 9(4) VALUE ZERO.
      *    Con el limite de credito (0 = sin control) y el saldo de
      *    cuenta corriente, que arranca en el de GadgetCtaCte.dat y
      *    se mueve con cada venta o devolucion aceptada del lote.
       01 TABLA-CLIENTES.
           05 CLIENTE-ITEM OCCURS 1000 TIMES.
               10 CL-Codigo      PIC 9(4).
               10 CL-Limite      PIC 9(7)V99.
               10 CL-Saldo       PIC S9(9)V99.
       01 WS-ClienteValido   PIC X.
           88 ClienteValido  VALUE "S".
       77 WS-SubCredito      PIC 9(4) VALUE ZERO.
       77 WS-CtaCteStatus    PIC XX.
       01 WS-FinCtaCte       PIC X VALUE "N".
           88 FinCtaCte      VALUE "S".
       77 WS-ImporteVenta    PIC 9(9)V99.
      *    Tasa de IVA por categoria vigente a la fecha de negocio
      *    (IVACAT.CPY), general IVA-TASA de parametros.dat para las
      *    categorias sin registro, para valorizar la venta con IVA
      *    igual que el cargo que graba gadgetshop.cbl.
       77 WS-ParamStatus     PIC XX.
       77 WS-IvaStatus       PIC XX.
       77 WS-IVA-Tasa        PIC 9V99 VALUE 0.21.
       77 WS-ParamVigIva     PIC 9(8) VALUE ZERO.
       01 WS-FinParam        PIC X VALUE "N".
           88 FinParam       VALUE "S".
       01 WS-FinIva          PIC X VALUE "N".
           88 FinIva         VALUE "S".
       77 WS-CantIvaCat      PIC 9(2) VALUE ZERO.
       77 WS-SubIvaCat       PIC 9(2).
       01 TABLA-IVACAT.
           05 IVACAT-ITEM OCCURS 50 TIMES.
               10 GI-Categoria   PIC X(15).
               10 GI-Tasa        PIC 9V99.
               10 GI-Vigencia    PIC 9(8).
       01 WS-IvaCatVista     PIC X.
      *    Maestro de proveedores en memoria para validar el destino
      *    de una devolucion a proveedor.
       77 WS-ProvStatus      PIC XX.
       77 WS-CantProveedores PIC 9(4) VALUE ZERO.
       77 WS-SubProveedor    PIC 9(4).
       77 WS-ProveedoresOmitidos PIC 9(4) VALUE ZERO.
       01 TABLA-PROVEEDORES.
           05 PROVEEDOR-ITEM OCCURS 200 TIMES.
               10 PV-Codigo      PIC 9(4).
       01 WS-ProveedorValido PIC X.
           88 ProveedorValido VALUE "S".
      *    Orden de compra de un recibo, contra GadgetPO.dat.
       77 WS-PoStatus        PIC XX.
       01 WS-FinPo           PIC X VALUE "N".
           88 FinPo          VALUE "S".
       01 WS-OrdenValida     PIC X.
           88 OrdenValida    VALUE "S".
       77 WS-LotesCtlStatus  PIC XX.
       77 WS-FechaNegStatus  PIC XX.
       77 WS-FechaHoy        PIC 9(8).
           88 ColaVista      VALUE "S".
       01 WS-ErrorEstructura PIC X VALUE "N".
           88 ErrorEstructura VALUE "S".
       COPY "motdev.cpy".
       01 WS-ColaRegOk.
           03 WS-ColaTipo      PIC X VALUE "T".
           03 WS-ColaCantOk    PIC 9(6).
           STRING FUNCTION TRIM(WS-TransFilePath) DELIMITED BY SIZE
                  ".rej"                          DELIMITED BY SIZE
                  INTO WS-RejPath
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           PERFORM CARGAR-IVA-PERFORM
           PERFORM CARGAR-PROMOS-PERFORM
           PERFORM CARGAR-GARANTIAS-PERFORM
           PERFORM CARGAR-STOCK-PERFORM
           PERFORM CARGAR-RESERVADO-PERFORM
           PERFORM CARGAR-CLIENTES-PERFORM
           PERFORM CARGAR-CTACTE-PERFORM
           PERFORM CARGAR-PROVEEDORES-PERFORM
           PERFORM ABRIR-SERIES-PERFORM
           OPEN INPUT TransFile
           OPEN OUTPUT TransOkFile
           OPEN OUTPUT RejectFile
               END-IF
           END-IF
           CLOSE TransFile
           PERFORM CERRAR-SERIES-PERFORM
           IF ErrorEstructura
               CLOSE TransOkFile
               CLOSE RejectFile
                   MOVE GadgetID   TO ST-GadgetID(WS-CantStock)
                   MOVE GadgetSucursal TO ST-Sucursal(WS-CantStock)
                   MOVE QtyInStock TO ST-Qty(WS-CantStock)
                   MOVE GadgetCategory TO GAR-Categoria
                   PERFORM BUSCAR-GARANTIA-PERFORM
                   MOVE GAR-Serie TO ST-Serializado(WS-CantStock)
      *            Precio de promocion si la hay a la fecha de
      *            negocio: el mismo que va a cobrar gadgetshop.cbl.
                   MOVE GadgetID       TO PMO-GadgetID
                   MOVE GadgetCategory TO PMO-Categoria
                   MOVE GadgetSucursal TO PMO-Sucursal
                   MOVE WS-FechaHoy    TO PMO-Fecha
                   MOVE Price          TO PMO-PrecioLista
                   PERFORM PRECIO-PROMO-PERFORM
                   MOVE PMO-Precio TO ST-Precio(WS-CantStock)
                   MOVE WS-IVA-Tasa TO ST-Tasa(WS-CantStock)
                   PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
                       UNTIL WS-SubIvaCat > WS-CantIvaCat
                       IF GI-Categoria(WS-SubIvaCat) = GadgetCategory
                           MOVE GI-Tasa(WS-SubIvaCat)
                               TO ST-Tasa(WS-CantStock)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-StockOmitidos
               END-IF
                       WS-StockOmitidos " articulos sin cargar"
           END-IF.

      *    Reservas activas a la fecha de negocio sumadas al
      *    articulo y sucursal de la tabla de saldos.
       CARGAR-RESERVADO-PERFORM.
           PERFORM VARYING WS-SubStock FROM 1 BY 1
               UNTIL WS-SubStock > WS-CantStock
               MOVE ZERO TO ST-Reservado(WS-SubStock)
           END-PERFORM
           SET RSV-SoloActivas TO TRUE
           PERFORM CARGAR-RESERVAS-PERFORM
           IF RSV-Omitidas > ZERO
               DISPLAY "AVISO: tabla de reservas llena, quedaron "
                       RSV-Omitidas " registros sin cargar"
           END-IF
           PERFORM VARYING WS-SubBusqueda FROM 1 BY 1
               UNTIL WS-SubBusqueda > RSV-Cant
               IF RT-Estado(WS-SubBusqueda) = "A"
                   AND RT-Vence(WS-SubBusqueda) >= WS-FechaHoy
                   PERFORM VARYING WS-SubStock FROM 1 BY 1
                       UNTIL WS-SubStock > WS-CantStock
                       IF ST-GadgetID(WS-SubStock)
                           = RT-GadgetID(WS-SubBusqueda)
                           AND ST-Sucursal(WS-SubStock)
                           = RT-Sucursal(WS-SubBusqueda)
                           ADD RT-Cantidad(WS-SubBusqueda)
                               TO ST-Reservado(WS-SubStock)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    La salida se acepta igual (el stock alcanza), pero deja a
      *    las reservas sin cubrir: se informa para que el mostrador
      *    reponga o avise al cliente.
       CONTROLAR-RESERVADO-PERFORM.
           COMPUTE WS-DispReserva = ST-Qty(WS-SubStock)
               - ST-Reservado(WS-SubStock)
           IF TranQty-N > WS-DispReserva
               ADD 1 TO WS-AvisoReservado
               DISPLAY "AVISO: salida " TranType " de " TranQty
                       " sobre unidades reservadas - articulo "
                       TranGadgetID " suc " TranSucursal
           END-IF.

       VALIDAR-TRANSACCION-PERFORM.
           ADD 1 TO WS-CantLeidas
           IF TranQty NUMERIC
               ADD 1 TO WS-RechInexistente
           ELSE
               IF NOT TranRecibo AND NOT TranVenta
                   AND NOT TranTransfer AND NOT TranDevCliente
                   AND NOT TranDevProveedor
                   MOVE "20" TO WS-MotivoRechazo
                   ADD 1 TO WS-RechTipo
               ELSE
                           PERFORM VALIDAR-TRANSFER-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND (TranVenta OR TranTransfer
                           OR TranDevProveedor)
                           AND TranQty-N > ST-Qty(WS-SubStock)
                           MOVE "40" TO WS-MotivoRechazo
                           ADD 1 TO WS-RechStock
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND (TranVenta OR TranDevCliente)
                           PERFORM VALIDAR-CLIENTE-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND TranVenta AND WS-SubCredito > ZERO
                           PERFORM VALIDAR-CREDITO-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND TranDevProveedor
                           PERFORM VALIDAR-PROVEEDOR-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND (TranDevCliente OR TranDevProveedor)
                           PERFORM VALIDAR-MOTIVO-DEV-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           PERFORM VALIDAR-SERIE-TRAN-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND TranRecibo
                           AND TranOrden NOT = SPACES
                           AND TranOrden NOT = ZEROS
                           PERFORM VALIDAR-ORDEN-PERFORM
                       END-IF
                       IF WS-MotivoRechazo = SPACES
                           AND TranVenta
                           AND TranOrden NOT = SPACES
                           AND TranOrden NOT = ZEROS
                           PERFORM VALIDAR-RETIRO-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MotivoRechazo = SPACES
               ADD 1 TO WS-CantAceptadas
               ADD TranQty-N TO WS-UnidadesAceptadas
               IF TranSerie NOT = SPACES
                   PERFORM ANOTAR-SERIE-PERFORM
               END-IF
               IF TranVenta
                   AND TranOrden NOT = SPACES
                   AND TranOrden NOT = ZEROS
                   PERFORM DESCONTAR-RETIRO-PERFORM
               END-IF
               IF (TranVenta OR TranTransfer OR TranDevProveedor)
                   AND ST-Reservado(WS-SubStock) > ZERO
                   PERFORM CONTROLAR-RESERVADO-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN TranRecibo
                       ADD TranQty-N TO ST-Qty(WS-SubStock)
                   WHEN TranDevCliente
                       ADD TranQty-N TO ST-Qty(WS-SubStock)
                       IF WS-SubCredito > ZERO
                           PERFORM VALORIZAR-VENTA-PERFORM
                           SUBTRACT WS-ImporteVenta
                               FROM CL-Saldo(WS-SubCredito)
                       END-IF
                   WHEN TranVenta
                       SUBTRACT TranQty-N FROM ST-Qty(WS-SubStock)
                       IF WS-SubCredito > ZERO
                           PERFORM VALORIZAR-VENTA-PERFORM
                           ADD WS-ImporteVenta
                               TO CL-Saldo(WS-SubCredito)
                       END-IF
                   WHEN TranDevProveedor
                       SUBTRACT TranQty-N FROM ST-Qty(WS-SubStock)
                   WHEN OTHER
                       SUBTRACT TranQty-N FROM ST-Qty(WS-SubStock)
                       ADD TranQty-N TO ST-Qty(WS-SubDestino)
                   IF WS-CantClientes < 1000
                       ADD 1 TO WS-CantClientes
                       MOVE CliCodigo TO CL-Codigo(WS-CantClientes)
                       IF CliLimite NOT NUMERIC
                           MOVE ZERO TO CliLimite
                       END-IF
                       MOVE CliLimite TO CL-Limite(WS-CantClientes)
                       MOVE ZERO      TO CL-Saldo(WS-CantClientes)
                   ELSE
                       ADD 1 TO WS-ClientesOmitidos
                   END-IF
                       WS-ClientesOmitidos " sin cargar"
           END-IF.

      *    El cliente de una venta o de una devolucion de cliente
      *    tiene que ser numerico y 0000
      *    (consumidor final) o un codigo dado de alta en
      *    GadgetCli.dat; si no, motivo 60.
      *    Deja WS-SubCredito en la entrada del cliente (cero para
      *    consumidor final) para el control de credito y el saldo.
       VALIDAR-CLIENTE-PERFORM.
           MOVE "N" TO WS-ClienteValido
           MOVE ZERO TO WS-SubCredito
           IF TranCliente NUMERIC
               IF TranCliente-N = ZERO
                   SET ClienteValido TO TRUE
                       UNTIL WS-SubCliente > WS-CantClientes
                       IF CL-Codigo(WS-SubCliente) = TranCliente-N
                           SET ClienteValido TO TRUE
                           MOVE WS-SubCliente TO WS-SubCredito
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-RechCliente
           END-IF.

      *    Venta a cuenta corriente: con limite cargado, el saldo
      *    del cliente mas la venta valorizada con IVA no puede
      *    superarlo; si no, motivo 90.
       VALIDAR-CREDITO-PERFORM.
           IF CL-Limite(WS-SubCredito) > ZERO
               PERFORM VALORIZAR-VENTA-PERFORM
               IF CL-Saldo(WS-SubCredito) + WS-ImporteVenta
                   > CL-Limite(WS-SubCredito)
                   MOVE "90" TO WS-MotivoRechazo
                   ADD 1 TO WS-RechCredito
               END-IF
           END-IF.

      *    Mismo calculo que el cargo de gadgetshop.cbl: cantidad por
      *    precio, mas el IVA de la categoria redondeado.
       VALORIZAR-VENTA-PERFORM.
           COMPUTE WS-ImporteVenta ROUNDED =
               TranQty-N * ST-Precio(WS-SubStock)
           COMPUTE WS-ImporteVenta ROUNDED =
               WS-ImporteVenta
               + WS-ImporteVenta * ST-Tasa(WS-SubStock).

      *    Saldo de partida de cada cliente de la tabla en una sola
      *    pasada por GadgetCtaCte.dat (mismo criterio que
      *    CTAPROC.CPY: cargos menos creditos menos pagos).
       CARGAR-CTACTE-PERFORM.
           OPEN INPUT CtaCteFile
           IF WS-CtaCteStatus = "35"
               CONTINUE
           ELSE
               READ CtaCteFile
                   AT END SET FinCtaCte TO TRUE
               END-READ
               PERFORM UNTIL FinCtaCte
                   PERFORM VARYING WS-SubCliente FROM 1 BY 1
                       UNTIL WS-SubCliente > WS-CantClientes
                       IF CL-Codigo(WS-SubCliente) = CC-Cliente
                           IF CC-Cargo
                               ADD CC-Importe
                                   TO CL-Saldo(WS-SubCliente)
                           ELSE
                               SUBTRACT CC-Importe
                                   FROM CL-Saldo(WS-SubCliente)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ CtaCteFile
                       AT END SET FinCtaCte TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaCteFile
           END-IF.

      *    Tasa general vigente y tabla de tasas por categoria a la
      *    fecha de negocio.
       CARGAR-IVA-PERFORM.
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinParam TO TRUE
               END-READ
               PERFORM UNTIL FinParam
                   IF PRM-Clave = "IVA-TASA"
                       AND PRM-FechaVigencia <= WS-FechaHoy
                       AND PRM-FechaVigencia >= WS-ParamVigIva
                       MOVE PRM-Valor TO WS-IVA-Tasa
                       MOVE PRM-FechaVigencia TO WS-ParamVigIva
                   END-IF
                   READ ParamFile
                       AT END SET FinParam TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF
           OPEN INPUT IvaFile
           IF WS-IvaStatus = "35"
               CONTINUE
           ELSE
               READ IvaFile
                   AT END SET FinIva TO TRUE
               END-READ
               PERFORM UNTIL FinIva
                   IF IV-FechaVigencia <= WS-FechaHoy
                       PERFORM GUARDAR-IVACAT-PERFORM
                   END-IF
                   READ IvaFile
                       AT END SET FinIva TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IvaFile
           END-IF.

       GUARDAR-IVACAT-PERFORM.
           MOVE "N" TO WS-IvaCatVista
           PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
               UNTIL WS-SubIvaCat > WS-CantIvaCat
               IF GI-Categoria(WS-SubIvaCat) = IV-Categoria
                   MOVE "S" TO WS-IvaCatVista
                   IF IV-FechaVigencia >= GI-Vigencia(WS-SubIvaCat)
                       MOVE IV-Tasa TO GI-Tasa(WS-SubIvaCat)
                       MOVE IV-FechaVigencia
                           TO GI-Vigencia(WS-SubIvaCat)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IvaCatVista = "N" AND WS-CantIvaCat < 50
               ADD 1 TO WS-CantIvaCat
               MOVE IV-Categoria TO GI-Categoria(WS-CantIvaCat)
               MOVE IV-Tasa      TO GI-Tasa(WS-CantIvaCat)
               MOVE IV-FechaVigencia TO GI-Vigencia(WS-CantIvaCat)
           END-IF.

       CARGAR-PROVEEDORES-PERFORM.
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF WS-CantProveedores < 200
                       ADD 1 TO WS-CantProveedores
                       MOVE ProvCodigo
                           TO PV-Codigo(WS-CantProveedores)
                   ELSE
                       ADD 1 TO WS-ProveedoresOmitidos
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF
           IF WS-ProveedoresOmitidos > ZERO
               DISPLAY "AVISO: tabla de proveedores llena, quedaron "
                       WS-ProveedoresOmitidos " sin cargar"
           END-IF.

      *    En una devolucion a proveedor el campo cliente lleva el
      *    proveedor al que se devuelve: tiene que existir en
      *    GadgetProv.dat; si no, motivo 80.
       VALIDAR-PROVEEDOR-PERFORM.
           MOVE "N" TO WS-ProveedorValido
           IF TranCliente NUMERIC AND TranCliente-N NOT = ZERO
               PERFORM VARYING WS-SubProveedor FROM 1 BY 1
                   UNTIL WS-SubProveedor > WS-CantProveedores
                   IF PV-Codigo(WS-SubProveedor) = TranCliente-N
                       SET ProveedorValido TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ProveedorValido
               MOVE "80" TO WS-MotivoRechazo
               ADD 1 TO WS-RechProveedor
           END-IF.

      *    Toda devolucion lleva un codigo de motivo de la tabla
      *    MOTDEV.CPY; ausente o desconocido, motivo 70.
       VALIDAR-MOTIVO-DEV-PERFORM.
           MOVE "N" TO MD-Encontrado
           PERFORM VARYING MD-Sub FROM 1 BY 1 UNTIL MD-Sub > MD-Cant
               IF MD-Codigo(MD-Sub) = TranMotivo
                   SET MotivoDevValido TO TRUE
               END-IF
           END-PERFORM
           IF NOT MotivoDevValido
               MOVE "70" TO WS-MotivoRechazo
               ADD 1 TO WS-RechMotivo
           END-IF.

      *    Articulo serializado (categoria activa en la tabla de
      *    garantias, GARANTIA.CPY): recibos y ventas llevan una serie
      *    por unidad, salvo los ajustes del conteo fisico (motivo
      *    CF, ver gadget_ajuste.cbl). En los demas tipos la serie es
      *    optativa. La que viene tiene que cuadrar con su estado en
      *    GadgetSeries.dat y en el lote (SRVPROC.CPY); si no, o si
      *    falta, motivo 95.
       VALIDAR-SERIE-TRAN-PERFORM.
           IF TranSerie = SPACES
               IF ST-Serializado(WS-SubStock) = "S"
                   AND (TranRecibo OR TranVenta)
                   AND TranMotivo NOT = "CF"
                   MOVE "95" TO WS-MotivoRechazo
                   ADD 1 TO WS-RechSerie
                   DISPLAY "RECHAZO 95: articulo serializado sin"
                           " serie - articulo " TranGadgetID " suc "
                           TranSucursal
               END-IF
           ELSE
               MOVE SPACES TO SRV-Error
               IF TranQty-N NOT = 1
                   MOVE "UNA SERIE POR UNIDAD (CANT. 1)" TO SRV-Error
               ELSE
                   MOVE TranSerie    TO SRV-Serie
                   MOVE TranGadgetID TO SRV-GadgetID
                   MOVE TranType     TO SRV-Tipo
                   PERFORM VALIDAR-SERIE-PERFORM
               END-IF
               IF SRV-Error NOT = SPACES
                   MOVE "95" TO WS-MotivoRechazo
                   ADD 1 TO WS-RechSerie
                   DISPLAY "RECHAZO 95: " SRV-Error " - serie "
                           TranSerie
               END-IF
           END-IF.

      *    Un recibo contra una orden de compra: la orden tiene que
      *    existir en GadgetPO.dat para el articulo y la sucursal
      *    del recibo; si no, motivo 96.
       VALIDAR-ORDEN-PERFORM.
           MOVE "N" TO WS-OrdenValida
           IF TranOrden NUMERIC
               MOVE "N" TO WS-FinPo
               OPEN INPUT PoFile
               IF WS-PoStatus = "35"
                   CONTINUE
               ELSE
                   READ PoFile
                       AT END SET FinPo TO TRUE
                   END-READ
                   PERFORM UNTIL FinPo
                       IF PO-Numero = TranOrden-N
                           AND PO-GadgetID = TranGadgetID
                           AND PO-Sucursal = TranSucursal
                           SET OrdenValida TO TRUE
                       END-IF
                       READ PoFile
                           AT END SET FinPo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PoFile
               END-IF
           END-IF
           IF NOT OrdenValida
               MOVE "96" TO WS-MotivoRechazo
               ADD 1 TO WS-RechOrden
               DISPLAY "RECHAZO 96: orden de compra " TranOrden
                       " inexistente para el articulo " TranGadgetID
                       " suc " TranSucursal
           END-IF.

      *    Una venta que retira una reserva lleva el numero de la
      *    reserva en el campo de la orden: la reserva tiene que
      *    seguir activa, ser del cliente, el articulo y la sucursal
      *    de la venta y cubrir la cantidad; si no, motivo 97. El
      *    vencimiento no se mira porque gadget_reserva_vence.cbl
      *    corre despues del posteo. Deja RSV-SubCliente en la
      *    entrada de la reserva.
       VALIDAR-RETIRO-PERFORM.
           MOVE ZERO TO RSV-SubCliente
           IF TranOrden NUMERIC
               PERFORM VARYING RSV-Sub FROM 1 BY 1
                   UNTIL RSV-Sub > RSV-Cant OR RSV-SubCliente > ZERO
                   IF RT-Nro(RSV-Sub) = TranOrden-N
                       AND RT-Estado(RSV-Sub) = "A"
                       AND RT-Cliente(RSV-Sub) = TranCliente-N
                       AND RT-GadgetID(RSV-Sub) = TranGadgetID
                       AND RT-Sucursal(RSV-Sub) = TranSucursal
                       AND RT-Cantidad(RSV-Sub) >= TranQty-N
                       MOVE RSV-Sub TO RSV-SubCliente
                   END-IF
               END-PERFORM
           END-IF
           IF RSV-SubCliente = ZERO
               MOVE "97" TO WS-MotivoRechazo
               ADD 1 TO WS-RechRetiro
               DISPLAY "RECHAZO 97: reserva " TranOrden
                       " no activa para el cliente " TranCliente
                       " articulo " TranGadgetID " suc " TranSucursal
           END-IF.

      *    Lo retirado deja de estar reservado para el resto del
      *    lote, igual que lo hara gadgetshop.cbl al postear: baja
      *    del reservado del articulo si la reserva estaba vigente y
      *    de la cantidad de la reserva, que al llegar a cero queda
      *    retirada y no admite otro retiro.
       DESCONTAR-RETIRO-PERFORM.
           IF RT-Vence(RSV-SubCliente) >= WS-FechaHoy
               SUBTRACT TranQty-N FROM ST-Reservado(WS-SubStock)
           END-IF
           SUBTRACT TranQty-N FROM RT-Cantidad(RSV-SubCliente)
           IF RT-Cantidad(RSV-SubCliente) = ZERO
               MOVE "R" TO RT-Estado(RSV-SubCliente)
           END-IF.

       RECHAZAR-TRANSACCION-PERFORM.
           MOVE SPACES TO RejectDetails
           MOVE WS-MotivoRechazo TO RejMotivo
           DISPLAY "Aceptadas...............: " WS-CantAceptadas
           DISPLAY "Unidades aceptadas......: " WS-UnidadesAceptadas
           DISPLAY "Rechazadas..............: " WS-CantRechazadas
           DISPLAY "Salidas sobre reservado.: " WS-AvisoReservado
           IF WS-CantRechazadas > ZERO
               DISPLAY "  05 Registro invalido...: " WS-RechRegistro
               DISPLAY "  10 Articulo/suc inexist: " WS-RechInexistente
               DISPLAY "  40 Salida mayor a stock: " WS-RechStock
               DISPLAY "  50 Transfer invalida...: " WS-RechTransfer
               DISPLAY "  60 Cliente inexistente.: " WS-RechCliente
               DISPLAY "  70 Motivo devol. invali: " WS-RechMotivo
               DISPLAY "  80 Proveedor inexistent: " WS-RechProveedor
               DISPLAY "  90 Supera limite credit: " WS-RechCredito
               DISPLAY "  95 Serie invalida......: " WS-RechSerie
               DISPLAY "  96 Orden compra invalid: " WS-RechOrden
               DISPLAY "  97 Reserva invalida....: " WS-RechRetiro
               DISPLAY "Rechazos grabados en "
                       FUNCTION TRIM(WS-RejPath)
           END-IF
                       WS-UnidadesLeidas " unidades"
           END-IF
           DISPLAY "Archivo validado: " FUNCTION TRIM(WS-TransOkPath).
       COPY "promoproc.cpy".
       COPY "rsvproc.cpy".
       COPY "garproc.cpy".
       COPY "srvproc.cpy".
       END PROGRAM GADGET-EDIT.
