      *                 IVA-TASA de parametros.dat. Al cierre se
      *                 imprime el resumen de base e impuesto por
      *                 tasa para contaduria, con el total con IVA.
      *   15/10/26 MA - Devoluciones como movimientos propios: D
      *                 (devolucion de cliente, suma stock) y P
      *                 (devolucion a proveedor, descuenta stock), con
      *                 el codigo de motivo del detalle (MOTDEV.CPY)
      *                 en KX-Motivo y el cliente o el proveedor en
      *                 KX-Cliente; hasta ahora se tecleaban como
      *                 recibos o ventas falsos e inflaban los
      *                 reportes de ventas y recibos. Las dos postean
      *                 al espejo de stock.dat y el resumen de posteo
      *                 las muestra aparte. El detalle pasa a 24
      *                 posiciones.
      *   15/10/26 MA - Cuenta corriente de clientes: cada venta S a un
      *                 cliente distinto de 0000 graba un cargo en
      *                 GadgetCtaCte.dat (CTACTE.CPY) al precio del
      *                 kardex mas el IVA de la categoria del articulo,
      *                 y cada devolucion D de un cliente el credito
      *                 correspondiente. El resumen de posteo muestra
      *                 cantidad e importe de cargos y creditos.
      *   15/10/26 MA - Promociones (GadgetPromos.dat, PROMO.CPY, ver
      *                 gadget_promo.cbl): una venta S alcanzada por
      *                 una promocion vigente a la fecha de negocio
      *                 graba en KX-PrecioUnitario el precio con
      *                 descuento (y con el el cargo de cuenta
      *                 corriente), sin tocar el Price del master, y
      *                 deja la venta en GadgetPromoVtas.dat
      *                 (PROMOVTA.CPY) con el precio de lista para el
      *                 resultado de gadget_promo_result.cbl.
      *   15/10/26 MA - Un lote con fecha de negocio en un periodo
      *                 cerrado (Periodos.dat, ver gadget_periodo.cbl)
      *                 no se aplica.
      *   15/10/26 MA - La lista de reposicion compara cada articulo y
      *                 sucursal contra su punto de pedido aceptado en
      *                 GadgetPlanif.dat (ver gadget_planif.cbl y
      *                 gadget_reorden.cbl); sin punto aceptado rige el
      *                 umbral general UMBRAL-REORDER.
      *   15/10/26 MA - La tabla de mapeos de StockCruce.dat pasa de 500
      *                 a 9999 entradas: la migracion de stock.dat mapea
      *                 todos sus articulos.
      *   15/10/26 MA - Numeros de serie (GadgetSeries.dat, SERIE.CPY):
      *                 el detalle de GADGETTRX pasa a 50 posiciones con
      *                 la serie de la unidad y la orden de compra del
      *                 recibo. El replay del lote controla cada serie
      *                 contra el registro y lo ya aplicado del lote
      *                 (SRVPROC.CPY): vender una serie que no esta en
      *                 stock o que ya se vendio rechaza el lote entero.
      *                 El posteo da de alta o actualiza la serie
      *                 (proveedor de la orden de compra o el habitual,
      *                 cliente, fecha y sucursal de la venta) y deja
      *                 cada movimiento en el historial
      *                 GadgetSerieMov.dat (SERIEMOV.CPY).
      *   15/10/26 MA - Retiro de reservas (GadgetReservas.dat,
      *                 RESERVA.CPY, RSVPROC.CPY): una venta S con
      *                 numero de reserva en el campo de la orden la
      *                 pasa a R al postearse; si retira menos de lo
      *                 reservado, la reserva sigue activa por el
      *                 resto.
      *   15/10/26 MA - Las reservas se cargan solo activas
      *                 (RSVWORK.CPY, RSV-SoloActivas): las
      *                 retiradas, canceladas y vencidas no ocupan la
      *                 tabla. Se avisa si aun asi quedan registros
      *                 sin cargar.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASE-No-8-18.
           ASSIGN TO "IvaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IvaStatus.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtaCteStatus.
           SELECT PromoFile
           ASSIGN TO "GadgetPromos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PMO-Status.
           SELECT PromoVtaFile
           ASSIGN TO "GadgetPromoVtas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromoVtaStatus.
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
           SELECT PlanifFile
           ASSIGN TO "GadgetPlanif.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-Clave
           FILE STATUS IS PLN-Status.
           SELECT SerieFile
           ASSIGN TO "GadgetSeries.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-Serie
           FILE STATUS IS SRV-Status.
           SELECT SerieMovFile
           ASSIGN TO "GadgetSerieMov.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SerieMovStatus.
           SELECT PoFile
           ASSIGN TO "GadgetPO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatus.
           SELECT ReservaFile
           ASSIGN TO "GadgetReservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSV-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
               88 TranCabecera VALUE "H".
               88 TranDetalle  VALUE "D".
               88 TranCola     VALUE "T".
           02 FILLER        PIC X(49).
       01 TransCabeceraReg.
           02 FILLER        PIC X.
           02 TranLoteNro   PIC 9(6).
           02 TranLoteFecha PIC 9(8).
           02 FILLER        PIC X(35).
       01 TransDetalleReg.
           02 FILLER        PIC X.
           02 TranGadgetID  PIC 9(6).
               88 TranRecibo VALUE "R".
               88 TranVenta  VALUE "S".
               88 TranTransfer VALUE "T".
               88 TranDevCliente VALUE "D".
               88 TranDevProveedor VALUE "P".
           02 TranQty       PIC 9(4).
           02 TranSucursal  PIC 9(3).
           02 TranSucursalDestino PIC 9(3).
           02 TranCliente   PIC 9(4).
           02 TranMotivo    PIC XX.
           02 TranSerie     PIC X(20).
           02 TranOrden     PIC 9(6).
       01 TransColaReg.
           02 FILLER        PIC X.
           02 TranColaCant  PIC 9(6).
           02 TranColaUnidades PIC 9(8).
           02 FILLER        PIC X(35).
       FD AuditLog.
           COPY "auditrec.cpy".
       FD KardexFile.
           03 ArtPuntoReorden   PIC 9(6).
       FD IvaFile.
           COPY "ivacat.cpy".
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD PromoFile.
           COPY "promo.cpy".
       FD PromoVtaFile.
           COPY "promovta.cpy".
       FD PeriodoFile.
           COPY "periodo.cpy".
       FD PlanifFile.
           COPY "planif.cpy".
       FD SerieFile.
           COPY "serie.cpy".
       FD SerieMovFile.
           COPY "seriemov.cpy".
       FD PoFile.
           COPY "gadgetpo.cpy".
       FD ReservaFile.
           COPY "reserva.cpy".
       WORKING-STORAGE SECTION.
       77 WS-Nombre         PIC X(30) VALUE "Nombre".
       77 WS-Preciototal    PIC X(22) VALUE "Precio Total" JUST RIGHT.
               10 RO-GadgetName  PIC X(30).
               10 RO-Qty         PIC 9(4).
               10 RO-Sucursal    PIC 9(3).
               10 RO-Punto       PIC 9(4).
       77 WS-Sub             PIC 9(4).
       77 WS-CantCategorias  PIC 9(3) VALUE ZERO.
       77 WS-SubCat          PIC 9(3).
               10 TR-Sucursal    PIC 9(3).
               10 TR-Destino     PIC 9(3).
               10 TR-Cliente     PIC 9(4).
               10 TR-Motivo      PIC XX.
               10 TR-Serie       PIC X(20).
               10 TR-Orden       PIC 9(6).
      *    Saldos del master en memoria para el replay previo del
      *    lote (VERIFICAR-SALDOS-PERFORM).
       77 WS-CantSaldos      PIC 9(4) VALUE ZERO.
       77 WS-UnidadesFinales  PIC 9(8) VALUE ZERO.
       77 WS-UnidadesRecibo   PIC 9(8) VALUE ZERO.
       77 WS-UnidadesVenta    PIC 9(8) VALUE ZERO.
       77 WS-UnidadesDevCli   PIC 9(8) VALUE ZERO.
       77 WS-UnidadesDevProv  PIC 9(8) VALUE ZERO.
       77 WS-UnidadesEsperadas PIC 9(8) VALUE ZERO.
       77 WS-ParamStatus      PIC XX.
       77 WS-SnapStatus       PIC XX.
       01 WS-TasaResVista     PIC X.
       77 WS-TasaEdit         PIC 9.99.
       77 WS-TasaFinal        PIC X(4).
      *    Cargos y creditos a la cuenta corriente de clientes
      *    (CTACTE.CPY) por las ventas y devoluciones con cliente.
       77 WS-CtaCteStatus     PIC XX.
       77 WS-CantCargos       PIC 9(6) VALUE ZERO.
       77 WS-CantCreditos     PIC 9(6) VALUE ZERO.
       77 WS-ImporteCargos    PIC 9(10)V99 VALUE ZERO.
       77 WS-ImporteCreditos  PIC 9(10)V99 VALUE ZERO.
       77 WS-TasaCtaCte       PIC 9V99.
      *    Ventas a precio de promocion (PROMO.CPY) y su registro en
      *    GadgetPromoVtas.dat para el resultado de promociones.
       77 WS-PromoVtaStatus   PIC XX.
       77 WS-CantVtasPromo    PIC 9(6) VALUE ZERO.
       77 WS-DescuentoPromo   PIC 9(10)V99 VALUE ZERO.
       COPY "promowork.cpy".
       COPY "perwork.cpy".
       COPY "plnwork.cpy".
      *    Posteo espejo sobre stock.dat via el mapeo StockCruce.dat.
       77 WS-CruceStatus      PIC XX.
       77 WS-ParcialStatus    PIC XX.
       77 WS-SubCruce         PIC 9(4).
       77 WS-CruceOmitidos    PIC 9(4) VALUE ZERO.
       01 TABLA-CRUCE.
           05 CRUCE-ITEM OCCURS 9999 TIMES.
               10 XC-ArtCodigo   PIC 9(4).
               10 XC-GadgetID    PIC 9(6).
       77 WS-ArtMapeado       PIC 9(4).
       77 WS-SinMapeo         PIC 9(6) VALUE ZERO.
       77 WS-PosteosFallidos  PIC 9(6) VALUE ZERO.
       COPY "bkpwork.cpy".
      *    Numeros de serie (SERIE.CPY): control de estado en el
      *    replay (SRVPROC.CPY), registro e historial en el posteo.
       COPY "srvwork.cpy".
       77 WS-SerieMovStatus   PIC XX.
       77 WS-PoStatus         PIC XX.
       77 WS-ProvSerie        PIC 9(4).
       77 WS-CantSeries       PIC 9(6) VALUE ZERO.
       01 WS-LoteConSeries    PIC X VALUE "N".
           88 LoteConSeries   VALUE "S".
       01 WS-SerieExiste      PIC X.
           88 SerieExiste     VALUE "S".
       01 WS-FinPo            PIC X.
           88 FinPo           VALUE "S".
      *    Reservas retiradas por las ventas del lote (RSVPROC.CPY).
       COPY "rsvwork.cpy".
       77 WS-CantRetiros      PIC 9(6) VALUE ZERO.
       01 WS-LoteConRetiros   PIC X VALUE "N".
           88 LoteConRetiros  VALUE "S".
       PROCEDURE DIVISION.
       Main.
      *    Resuelve el nombre del stock del dia: primero un parametro
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           PERFORM LEER-PARAMETROS-PERFORM
           PERFORM CARGAR-IVACAT-PERFORM
           PERFORM CARGAR-PROMOS-PERFORM
      *    El registro de inicio se graba antes de tocar el master,
      *    para que quede rastro aun si ACTUALIZAR-STOCK-PERFORM
      *    falla a mitad de camino.
                       " ya tiene un lote aplicado"
               MOVE "N" TO WS-AplicarOk
           END-IF
      *    Guarda de periodo cerrado: el kardex, la cuenta corriente
      *    y la valorizacion se estampan con la fecha de negocio, y
      *    un mes cerrado con gadget_periodo.cbl no acepta mas
      *    movimientos.
           IF AplicarOk
               MOVE WS-FechaNegocio TO PER-Fecha
               PERFORM PERIODO-CERRADO-PERFORM
               IF PER-Cerrado
                   DISPLAY "ERROR: la fecha de negocio "
                           WS-FechaNegocio " pertenece al periodo "
                           PER-Periodo ", que esta cerrado"
                   MOVE "N" TO WS-AplicarOk
               END-IF
           END-IF
           IF AplicarOk
               PERFORM LEER-TRANSACCIONES-PERFORM
           END-IF
               CLOSE StockFile
           END-IF
           IF AplicarOk
               IF LoteConSeries
                   PERFORM ABRIR-SERIES-PERFORM
               END-IF
               PERFORM VARYING WS-SubTrans FROM 1 BY 1
                   UNTIL WS-SubTrans > WS-CantTrans
                   OR NOT AplicarOk
                   PERFORM REPLAY-MOVIMIENTO-PERFORM
               END-PERFORM
               PERFORM CERRAR-SERIES-PERFORM
           END-IF.

       REPLAY-MOVIMIENTO-PERFORM.
           ELSE
               EVALUATE TR-Tipo(WS-SubTrans)
                   WHEN "R"
                   WHEN "D"
                       ADD TR-Qty(WS-SubTrans)
                           TO SD-Qty(WS-SubSaldo)
                   WHEN OTHER
               ELSE
                   ADD TR-Qty(WS-SubTrans) TO SD-Qty(WS-SubSaldo)
               END-IF
           END-IF
           IF AplicarOk AND TR-Serie(WS-SubTrans) NOT = SPACES
               PERFORM REPLAY-SERIE-PERFORM
           END-IF.

      *    La serie del movimiento contra el registro y lo ya
      *    aplicado del lote: vender una serie que no esta en stock
      *    o que ya se vendio, recibir una que ya entro o devolver
      *    una que no se vendio rechaza el lote entero, como un saldo
      *    negativo.
       REPLAY-SERIE-PERFORM.
           MOVE SPACES TO SRV-Error
           IF TR-Qty(WS-SubTrans) NOT = 1
               MOVE "UNA SERIE POR UNIDAD (CANT. 1)" TO SRV-Error
           ELSE
               MOVE TR-Serie(WS-SubTrans)    TO SRV-Serie
               MOVE TR-GadgetID(WS-SubTrans) TO SRV-GadgetID
               MOVE TR-Tipo(WS-SubTrans)     TO SRV-Tipo
               PERFORM VALIDAR-SERIE-PERFORM
           END-IF
           IF SRV-Error = SPACES
               PERFORM ANOTAR-SERIE-PERFORM
           ELSE
               DISPLAY "ERROR: " SRV-Error " (lote sin validar?):"
                       " serie " TR-Serie(WS-SubTrans) " articulo "
                       TR-GadgetID(WS-SubTrans) " tipo "
                       TR-Tipo(WS-SubTrans)
               MOVE "N" TO WS-AplicarOk
           END-IF.

       BUSCAR-SALDO-PERFORM.
           IF WS-KardexStatus = "35"
               OPEN OUTPUT KardexFile
           END-IF
           OPEN EXTEND CtaCteFile
           IF WS-CtaCteStatus = "35"
               OPEN OUTPUT CtaCteFile
           END-IF
           OPEN EXTEND PromoVtaFile
           IF WS-PromoVtaStatus = "35"
               OPEN OUTPUT PromoVtaFile
           END-IF
           IF LoteConSeries
               PERFORM ABRIR-REGISTRO-SERIES-PERFORM
           END-IF
           IF LoteConRetiros
               SET RSV-SoloActivas TO TRUE
               PERFORM CARGAR-RESERVAS-PERFORM
               IF RSV-Omitidas > ZERO
                   DISPLAY "AVISO: tabla de reservas llena, quedaron "
                           RSV-Omitidas " registros sin cargar"
               END-IF
           END-IF
           PERFORM CARGAR-CRUCE-PERFORM
           IF WS-CantCruce > ZERO
               OPEN I-O stock
               CLOSE stock
           END-IF
           CLOSE KardexFile
           CLOSE CtaCteFile
           CLOSE PromoVtaFile
           IF LoteConSeries
               CLOSE SerieFile
               CLOSE SerieMovFile
           END-IF
           PERFORM CONTAR-FINALES-PERFORM.

      *    El registro de series se crea vacio con el primer lote que
      *    trae series.
       ABRIR-REGISTRO-SERIES-PERFORM.
           OPEN I-O SerieFile
           IF SRV-Status = "35"
               OPEN OUTPUT SerieFile
               CLOSE SerieFile
               OPEN I-O SerieFile
           END-IF
           OPEN EXTEND SerieMovFile
           IF WS-SerieMovStatus = "35"
               OPEN OUTPUT SerieMovFile
           END-IF.

       CARGAR-CRUCE-PERFORM.
           OPEN INPUT CruceFile
           IF WS-CruceStatus = "35"
                   AT END SET EndOfCruceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCruceFile
                   IF WS-CantCruce < 9999
                       ADD 1 TO WS-CantCruce
                       MOVE XR-ArtCodigo
                           TO XC-ArtCodigo(WS-CantCruce)
           CLOSE LotesFile.

      *    Prueba del posteo sobre el total de unidades del master:
      *    iniciales + recibos + devoluciones de clientes - ventas -
      *    devoluciones a proveedores tiene que dar las finales.
       RESUMEN-POSTEO-PERFORM.
           COMPUTE WS-UnidadesEsperadas = WS-UnidadesIniciales
               + WS-UnidadesRecibo + WS-UnidadesDevCli
               - WS-UnidadesVenta - WS-UnidadesDevProv
           DISPLAY "RESUMEN DE POSTEO - LOTE " WS-LoteNro
           DISPLAY "Movimientos aplicados...: " WS-CantDetalles
           DISPLAY "Unidades iniciales......: " WS-UnidadesIniciales
           DISPLAY "Unidades recibidas......: " WS-UnidadesRecibo
           DISPLAY "Devueltas por clientes..: " WS-UnidadesDevCli
           DISPLAY "Unidades vendidas.......: " WS-UnidadesVenta
           DISPLAY "Devueltas a proveedores.: " WS-UnidadesDevProv
           DISPLAY "Unidades esperadas......: " WS-UnidadesEsperadas
           DISPLAY "Unidades finales........: " WS-UnidadesFinales
           IF WS-UnidadesFinales = WS-UnidadesEsperadas
                       WS-PosteosFallidos " (mapeo roto o"
                       " stock.dat ausente)"
           END-IF
           DISPLAY "CUENTA CORRIENTE DE CLIENTES (con IVA)"
           DISPLAY "Cargos por ventas.......: " WS-CantCargos
                   "  $ " WS-ImporteCargos
           DISPLAY "Creditos por devolucion.: " WS-CantCreditos
                   "  $ " WS-ImporteCreditos
           DISPLAY "NUMEROS DE SERIE"
           DISPLAY "Movimientos con serie...: " WS-CantSeries
           DISPLAY "RESERVAS DE CLIENTES"
           DISPLAY "Retiros con la venta....: " WS-CantRetiros
           DISPLAY "VENTAS EN PROMOCION"
           DISPLAY "Movimientos con promo...: " WS-CantVtasPromo
                   "  descuento $ " WS-DescuentoPromo
           IF PMO-Omitidas > ZERO
               DISPLAY "AVISO: tabla de promociones llena, quedaron "
                       PMO-Omitidas " sin aplicar"
           END-IF
           DISPLAY " ".

       ACUMULAR-TRANSACCION-PERFORM.
               MOVE TranSucursal TO TR-Sucursal(WS-CantTrans)
               MOVE TranSucursalDestino TO TR-Destino(WS-CantTrans)
               MOVE TranCliente  TO TR-Cliente(WS-CantTrans)
               MOVE TranMotivo   TO TR-Motivo(WS-CantTrans)
               MOVE TranSerie    TO TR-Serie(WS-CantTrans)
               IF TranOrden NUMERIC
                   MOVE TranOrden TO TR-Orden(WS-CantTrans)
               ELSE
                   MOVE ZERO TO TR-Orden(WS-CantTrans)
               END-IF
               IF TranSerie NOT = SPACES
                   SET LoteConSeries TO TRUE
               END-IF
               IF TranVenta AND TR-Orden(WS-CantTrans) NOT = ZERO
                   SET LoteConRetiros TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-TransOmitidas
           END-IF.
                           PERFORM DESCONTAR-SALDO-PERFORM
                           ADD WS-QtyAplicada TO WS-UnidadesVenta
                           MOVE "S" TO WS-TipoKardex
                       WHEN "D"
                           ADD TR-Qty(WS-SubTrans) TO QtyInStock
                           ADD TR-Qty(WS-SubTrans)
                               TO WS-UnidadesDevCli
                           MOVE TR-Qty(WS-SubTrans)
                               TO WS-QtyAplicada
                           MOVE "D" TO WS-TipoKardex
                       WHEN "P"
                           PERFORM DESCONTAR-SALDO-PERFORM
                           ADD WS-QtyAplicada TO WS-UnidadesDevProv
                           MOVE "P" TO WS-TipoKardex
                       WHEN OTHER
                           PERFORM DESCONTAR-SALDO-PERFORM
                           MOVE "T" TO WS-TipoKardex
                   END-EVALUATE
                   REWRITE GadgetDetails
                   PERFORM GRABAR-KARDEX-PERFORM
                   IF TR-Serie(WS-SubTrans) NOT = SPACES
                       PERFORM POSTEAR-SERIE-PERFORM
                   END-IF
                   IF TR-Tipo(WS-SubTrans) = "S"
                       AND TR-Orden(WS-SubTrans) NOT = ZERO
                       PERFORM RETIRAR-RESERVA-PERFORM
                   END-IF
      *            Las transferencias no cambian el total del
      *            articulo: solo R, S, D y P postean al espejo.
                   IF WS-TipoKardex NOT = "T"
                       PERFORM POSTEAR-STOCK-PERFORM
                   END-IF
           END-READ
               PERFORM APLICAR-ENTRADA-PERFORM
           END-IF.

      *    Venta que retira una reserva (numero en TR-Orden, validado
      *    por gadget_edit.cbl): se graba el estado nuevo con el
      *    usuario del posteo. Si retira menos de lo reservado queda
      *    activa por el resto; si no, pasa a R. Una reserva que ya
      *    no esta activa no se toca.
       RETIRAR-RESERVA-PERFORM.
           MOVE ZERO TO RSV-SubCliente
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant OR RSV-SubCliente > ZERO
               IF RT-Nro(RSV-Sub) = TR-Orden(WS-SubTrans)
                   AND RT-Estado(RSV-Sub) = "A"
                   MOVE RSV-Sub TO RSV-SubCliente
               END-IF
           END-PERFORM
           IF RSV-SubCliente = ZERO
               DISPLAY "AVISO: reserva " TR-Orden(WS-SubTrans)
                       " no activa, la venta se posteo sin retirarla"
           ELSE
               MOVE RSV-SubCliente TO RSV-Sub
               IF TR-Qty(WS-SubTrans) < RT-Cantidad(RSV-Sub)
                   SUBTRACT TR-Qty(WS-SubTrans)
                       FROM RT-Cantidad(RSV-Sub)
               ELSE
                   MOVE "R" TO RT-Estado(RSV-Sub)
               END-IF
               MOVE WS-FechaHoy  TO RT-FechaEstado(RSV-Sub)
               MOVE "GADGETSHOP" TO RT-Usuario(RSV-Sub)
               PERFORM MOVER-RESERVA-PERFORM
               PERFORM GRABAR-RESERVA-PERFORM
               ADD 1 TO WS-CantRetiros
           END-IF.

      *    Posteo espejo del movimiento aplicado sobre el
      *    ArtCantidad del ArtCodigo mapeado en stock.dat; un
      *    articulo sin mapeo queda para el reporte del cruce.
                           ADD 1 TO WS-PosteosFallidos
                       NOT INVALID KEY
                           IF WS-TipoKardex = "R"
                               OR WS-TipoKardex = "D"
                               ADD WS-QtyAplicada TO ArtCantidad
                           ELSE
                               IF WS-QtyAplicada > ArtCantidad
               END-IF
           END-IF.

      *    Estado nuevo de la serie en GadgetSeries.dat y su
      *    movimiento en el historial GadgetSerieMov.dat; el replay
      *    ya controlo que el estado lo permite. La venta deja el
      *    cliente, la fecha y la sucursal que valen para la
      *    garantia; una devolucion del cliente los conserva hasta
      *    la proxima venta.
       POSTEAR-SERIE-PERFORM.
           MOVE TR-Serie(WS-SubTrans) TO SR-Serie
           READ SerieFile
               INVALID KEY
                   MOVE "N" TO WS-SerieExiste
               NOT INVALID KEY
                   SET SerieExiste TO TRUE
           END-READ
           IF NOT SerieExiste
               INITIALIZE SerieRecord
               MOVE TR-Serie(WS-SubTrans) TO SR-Serie
           END-IF
           INITIALIZE SerieMovRecord
           MOVE TR-Serie(WS-SubTrans)    TO SM-Serie
           MOVE WS-FechaHoy              TO SM-Fecha
           MOVE TR-Tipo(WS-SubTrans)     TO SM-Tipo
           MOVE TR-GadgetID(WS-SubTrans) TO SM-GadgetID
           MOVE TR-Sucursal(WS-SubTrans) TO SM-Sucursal
           MOVE WS-LoteNro               TO SM-Lote
           MOVE "GADGETSHOP"             TO SM-Usuario
           MOVE TR-GadgetID(WS-SubTrans) TO SR-GadgetID
           MOVE WS-FechaHoy              TO SR-FechaEstado
           MOVE WS-LoteNro               TO SR-Lote
           EVALUATE TR-Tipo(WS-SubTrans)
               WHEN "R"
                   PERFORM PROVEEDOR-SERIE-PERFORM
                   SET SR-EnStock TO TRUE
                   MOVE TR-Sucursal(WS-SubTrans) TO SR-Sucursal
                   MOVE WS-ProvSerie             TO SR-Proveedor
                   MOVE TR-Orden(WS-SubTrans)    TO SR-Orden
                   MOVE WS-FechaHoy              TO SR-FechaRecibo
                   MOVE ZERO TO SR-Cliente
                   MOVE ZERO TO SR-FechaVenta
                   MOVE ZERO TO SR-SucVenta
                   MOVE WS-ProvSerie             TO SM-Proveedor
                   MOVE TR-Orden(WS-SubTrans)    TO SM-Orden
               WHEN "S"
                   SET SR-Vendida TO TRUE
                   MOVE TR-Cliente(WS-SubTrans)  TO SR-Cliente
                   MOVE WS-FechaHoy              TO SR-FechaVenta
                   MOVE TR-Sucursal(WS-SubTrans) TO SR-SucVenta
                   MOVE TR-Cliente(WS-SubTrans)  TO SM-Cliente
               WHEN "D"
                   SET SR-EnStock TO TRUE
                   MOVE TR-Sucursal(WS-SubTrans) TO SR-Sucursal
                   MOVE TR-Cliente(WS-SubTrans)  TO SM-Cliente
                   MOVE TR-Motivo(WS-SubTrans)   TO SM-Motivo
               WHEN "P"
                   SET SR-Devuelta TO TRUE
                   MOVE TR-Cliente(WS-SubTrans)  TO SM-Proveedor
                   MOVE TR-Motivo(WS-SubTrans)   TO SM-Motivo
               WHEN OTHER
                   MOVE TR-Destino(WS-SubTrans)  TO SR-Sucursal
                   MOVE TR-Destino(WS-SubTrans)  TO SM-Destino
           END-EVALUATE
           IF SerieExiste
               REWRITE SerieRecord
           ELSE
               WRITE SerieRecord
           END-IF
           WRITE SerieMovRecord
           ADD 1 TO WS-CantSeries.

      *    Proveedor de la unidad recibida: el de la orden de compra
      *    del recibo en GadgetPO.dat; sin orden, el habitual del
      *    articulo (GadgetSupplier del registro leido).
       PROVEEDOR-SERIE-PERFORM.
           MOVE GadgetSupplier TO WS-ProvSerie
           IF TR-Orden(WS-SubTrans) NOT = ZERO
               MOVE "N" TO WS-FinPo
               OPEN INPUT PoFile
               IF WS-PoStatus = "35"
                   CONTINUE
               ELSE
                   READ PoFile
                       AT END SET FinPo TO TRUE
                   END-READ
                   PERFORM UNTIL FinPo
                       IF PO-Numero = TR-Orden(WS-SubTrans)
                           AND PO-GadgetID = TR-GadgetID(WS-SubTrans)
                           MOVE PO-Proveedor TO WS-ProvSerie
                       END-IF
                       READ PoFile
                           AT END SET FinPo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PoFile
               END-IF
           END-IF.

      *    Pata de entrada de una transferencia: suma en la sucursal
      *    destino y deja el kardex tipo E.
       APLICAR-ENTRADA-PERFORM.
           MOVE QtyInStock           TO KX-Saldo
           MOVE GadgetSucursal       TO KX-Sucursal
           MOVE Price                TO KX-PrecioUnitario
      *    Una venta alcanzada por una promocion vigente a la fecha
      *    de negocio queda al precio con descuento; el Price del
      *    master no se toca.
           MOVE ZERO TO PMO-Codigo
           IF WS-TipoKardex = "S"
               MOVE GadgetID        TO PMO-GadgetID
               MOVE GadgetCategory  TO PMO-Categoria
               MOVE GadgetSucursal  TO PMO-Sucursal
               MOVE WS-FechaHoy     TO PMO-Fecha
               MOVE Price           TO PMO-PrecioLista
               PERFORM PRECIO-PROMO-PERFORM
               MOVE PMO-Precio      TO KX-PrecioUnitario
           END-IF
      *    Venta y devolucion de cliente llevan el cliente; la
      *    devolucion a proveedor, el proveedor. Las devoluciones
      *    dejan ademas su motivo.
           MOVE ZERO TO KX-Cliente
           MOVE SPACES TO KX-Motivo
           EVALUATE WS-TipoKardex
               WHEN "S"
                   MOVE TR-Cliente(WS-SubTrans) TO KX-Cliente
               WHEN "D"
               WHEN "P"
                   MOVE TR-Cliente(WS-SubTrans) TO KX-Cliente
                   MOVE TR-Motivo(WS-SubTrans)  TO KX-Motivo
           END-EVALUATE
           WRITE KardexRecord
           IF PMO-Codigo NOT = ZERO AND WS-QtyAplicada > ZERO
               PERFORM GRABAR-VTA-PROMO-PERFORM
           END-IF
           IF (WS-TipoKardex = "S" OR WS-TipoKardex = "D")
               AND KX-Cliente NOT = ZERO
               AND WS-QtyAplicada > ZERO
               PERFORM POSTEAR-CTACTE-PERFORM
           END-IF.

      *    Venta a un cliente identificado: cargo en su cuenta
      *    corriente al precio del kardex mas el IVA de la categoria
      *    del articulo (tasa general si la categoria no tiene
      *    registro). La devolucion del cliente genera el credito
      *    con el mismo criterio.
       POSTEAR-CTACTE-PERFORM.
           MOVE WS-IVA-Tasa TO WS-TasaCtaCte
           PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
               UNTIL WS-SubIvaCat > WS-CantIvaCat
               IF GI-Categoria(WS-SubIvaCat) = GadgetCategory
                   MOVE GI-Tasa(WS-SubIvaCat) TO WS-TasaCtaCte
               END-IF
           END-PERFORM
           MOVE SPACES TO CtaCteRecord
           MOVE KX-Cliente        TO CC-Cliente
           MOVE WS-FechaHoy       TO CC-Fecha
           STRING "LOTE " WS-LoteNro DELIMITED BY SIZE
               INTO CC-Comprobante
           MOVE KX-GadgetID       TO CC-GadgetID
           MOVE KX-Sucursal       TO CC-Sucursal
           MOVE KX-Cantidad       TO CC-Cantidad
           COMPUTE CC-Neto ROUNDED =
               KX-Cantidad * KX-PrecioUnitario
           COMPUTE CC-Iva ROUNDED = CC-Neto * WS-TasaCtaCte
           COMPUTE CC-Importe = CC-Neto + CC-Iva
           MOVE "GADGETSHOP"      TO CC-Usuario
           IF WS-TipoKardex = "S"
               SET CC-Cargo TO TRUE
               ADD 1 TO WS-CantCargos
               ADD CC-Importe TO WS-ImporteCargos
           ELSE
               SET CC-Credito TO TRUE
               ADD 1 TO WS-CantCreditos
               ADD CC-Importe TO WS-ImporteCreditos
           END-IF
           WRITE CtaCteRecord.

      *    Venta en promocion: precio de lista y cobrado, para el
      *    resultado de gadget_promo_result.cbl.
       GRABAR-VTA-PROMO-PERFORM.
           MOVE SPACES TO PromoVtaRecord
           MOVE WS-FechaHoy       TO PV-Fecha
           MOVE PMO-Codigo        TO PV-Promo
           MOVE KX-GadgetID       TO PV-GadgetID
           MOVE KX-Sucursal       TO PV-Sucursal
           MOVE KX-Cantidad       TO PV-Cantidad
           MOVE PMO-PrecioLista   TO PV-PrecioLista
           MOVE KX-PrecioUnitario TO PV-PrecioPromo
           MOVE WS-LoteNro        TO PV-LoteNro
           WRITE PromoVtaRecord
           ADD 1 TO WS-CantVtasPromo
           COMPUTE WS-DescuentoPromo = WS-DescuentoPromo
               + KX-Cantidad * (PMO-PrecioLista - KX-PrecioUnitario).

       VALORIZADO-PERFORM.
           OPEN INPUT StockFile
           END-IF.
           DISPLAY WS-Nombre " | " WS-Preciototal
           DISPLAY WS-LINE
           MOVE WS-UmbralReorder TO PLN-Umbral
           PERFORM ABRIR-PLANIF-PERFORM
           PERFORM UNTIL EndOfStockFile
               ADD 1 TO WS-CantGadgets
               MULTIPLY QtyInStock BY Price GIVING WS-GadgetTotal
                   INSPECT WS-NumFinal CONVERTING "*" TO ","
               DISPLAY GadgetName " | S" GadgetSucursal
                       " |     $ " WS-NumFinal
               MOVE GadgetID       TO PLN-GadgetID
               MOVE GadgetSucursal TO PLN-Sucursal
               PERFORM PUNTO-PEDIDO-PERFORM
               IF QtyInStock < PLN-Punto
                   AND WS-CantReorder < 500
                   ADD 1 TO WS-CantReorder
                   MOVE GadgetID   TO RO-GadgetID(WS-CantReorder)
                   MOVE GadgetName TO RO-GadgetName(WS-CantReorder)
                   MOVE QtyInStock TO RO-Qty(WS-CantReorder)
                   MOVE GadgetSucursal TO RO-Sucursal(WS-CantReorder)
                   MOVE PLN-Punto  TO RO-Punto(WS-CantReorder)
               END-IF
               PERFORM ACUMULAR-CATEGORIA-PERFORM
               PERFORM ACUMULAR-SUCURSAL-PERFORM
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM CERRAR-PLANIF-PERFORM
           CLOSE StockFile
               PERFORM SUCURSAL-REPORT-PERFORM
               PERFORM CATEGORIA-REPORT-PERFORM

       REORDER-PERFORM.
           DISPLAY " "
           DISPLAY "ARTICULOS A REPONER (Stock menor al punto de "
               "pedido; umbral general " WS-UmbralReorder ")"
           DISPLAY WS-LINE
           IF WS-CantReorder = ZERO
               DISPLAY "No hay articulos por debajo del umbral"
                   DISPLAY RO-GadgetID(WS-Sub) " | "
                           RO-GadgetName(WS-Sub) " | Suc "
                           RO-Sucursal(WS-Sub) " | Stock: "
                           RO-Qty(WS-Sub) " | Punto: "
                           RO-Punto(WS-Sub)
               END-PERFORM
           END-IF.

       COPY "bkpproc.cpy".
       COPY "promoproc.cpy".
       COPY "perproc.cpy".
       COPY "plnproc.cpy".
       COPY "srvproc.cpy".
       COPY "rsvproc.cpy".
       END PROGRAM CLASE-No-8-18.
