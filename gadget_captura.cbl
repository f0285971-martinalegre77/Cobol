      * Purpose: Captura interactiva de las transacciones del dia de
      *          GadgetShop (recibos R y ventas S), para reemplazar el
      *          tipeo a mano del archivo GADGETTRX en un editor de
      *          texto. El operador ingresa un GadgetID o escanea el
      *          EAN-13 de la caja (GadgetEAN.dat), el programa lo busca
      *          en el stock master (GADGETSTK) y muestra el nombre y el
      *          stock actual para confirmar que es el articulo
      *          correcto; luego acepta el tipo y la cantidad y agrega
      *          el registro al archivo de transacciones del dia
      *          (GADGETTRX). En pantalla se mantiene el conteo de
      *          registros y el total de unidades capturadas, para
      *          balancear contra los tickets de papel antes de pasar el
      *          archivo a la corrida nocturna.
      * Type: cbl
      *
      * Modification History:
      *   02/09/26 MA - Ingreso de operador contra Operadores.dat
      *                 (SIGNPROC.CPY, ver operador_mant.cbl): se
      *                 exige nivel 1 (mostrador).
      *   15/10/26 MA - Devoluciones: tipo D (devolucion de cliente,
      *                 pide el cliente) y tipo P (devolucion a
      *                 proveedor, pide el proveedor y propone el
      *                 habitual del articulo). Las dos exigen un
      *                 codigo de motivo de la tabla MOTDEV.CPY, que
      *                 viaja al final del detalle: el registro pasa
      *                 de 22 a 24 posiciones.
      *   15/10/26 MA - Cuenta corriente: en una venta S a un cliente
      *                 con limite de credito se valoriza la venta con
      *                 el IVA de la categoria y, si con el saldo de
      *                 GadgetCtaCte.dat (CTAPROC.CPY) supera el limite,
      *                 se avisa y se pide confirmacion antes de
      *                 grabarla.
      *   15/10/26 MA - Promociones (GadgetPromos.dat, PROMO.CPY, ver
      *                 gadget_promo.cbl): junto al stock se muestra el
      *                 precio de lista y, con una promocion vigente a
      *                 la fecha de negocio, su codigo y el precio con
      *                 descuento, que es tambien el que valoriza el
      *                 control de credito.
      *   15/10/26 MA - Codigos de barra (GadgetEAN.dat, EAN.CPY, ver
      *                 gadget_ean.cbl): el articulo se ingresa por
      *                 GadgetID o escaneando su EAN-13 (EANPROC.CPY);
      *                 un codigo con digito verificador incorrecto o
      *                 sin articulo asignado se rechaza.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - Reservas de clientes (GadgetReservas.dat,
      *                 RESERVA.CPY, ver gadget_reserva.cbl): junto al
      *                 stock se muestra lo reservado y el disponible.
      *                 En una venta a un cliente con una reserva activa
      *                 del articulo se ofrece el retiro: la venta va
      *                 por la cantidad reservada y la reserva queda en
      *                 estado R. Una venta, transferencia o devolucion
      *                 a proveedor que supera el disponible se avisa y
      *                 pide confirmacion.
      *   15/10/26 MA - Numeros de serie: en un articulo de categoria
      *                 serializada (GarantiaCategorias.dat,
      *                 GARPROC.CPY, ver garantia_mant.cbl) se pide la
      *                 serie de cada unidad y cada una se graba como un
      *                 detalle de cantidad 1; en transferencias y
      *                 devoluciones la primera serie en blanco graba el
      *                 movimiento sin serie. El recibo pide ademas la
      *                 orden de compra (0 = sin orden). El detalle pasa
      *                 de 24 a 50 posiciones con la serie y la orden al
      *                 final.
      *   15/10/26 MA - El retiro de una reserva ya no la graba en
      *                 estado R al capturar: la venta lleva el numero
      *                 de reserva en el campo de la orden, lo valida
      *                 gadget_edit.cbl y la pasa a R gadgetshop.cbl al
      *                 postear la venta.
      *   15/10/26 MA - Las reservas se cargan solo activas
      *                 (RSVWORK.CPY, RSV-SoloActivas): las
      *                 retiradas, canceladas y vencidas no ocupan la
      *                 tabla. Se avisa si aun asi quedan registros
      *                 sin cargar.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CAPTURA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTA-Status.
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
           SELECT EanFile
           ASSIGN TO "GadgetEAN.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-Codigo
           FILE STATUS IS EAN-Status.
           SELECT ReservaFile
           ASSIGN TO "GadgetReservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSV-Status.
           SELECT GarantiaFile
           ASSIGN TO "GarantiaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GAR-Status.
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
       FD TransTempFile.
       01 TransTempRegistro PIC X(50).
       FD LotesCtlFile.
           COPY "lotectl.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       FD IvaFile.
           COPY "ivacat.cpy".
       FD PromoFile.
           COPY "promo.cpy".
       FD EanFile.
           COPY "ean.cpy".
       FD ReservaFile.
           COPY "reserva.cpy".
       FD GarantiaFile.
           COPY "garantia.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "ctawork.cpy".
       COPY "promowork.cpy".
       COPY "eanwork.cpy".
       COPY "rsvwork.cpy".
       COPY "garwork.cpy".
       77 WS-StockFilePath   PIC X(200) VALUE SPACES.
       77 WS-TransFilePath   PIC X(200) VALUE SPACES.
       77 WS-TransTempPath   PIC X(204) VALUE SPACES.
           88 CapturaRecibo  VALUE "R".
           88 CapturaVenta   VALUE "S".
           88 CapturaTransfer VALUE "T".
           88 CapturaDevCliente VALUE "D".
           88 CapturaDevProveedor VALUE "P".
       77 WS-SucCapturada    PIC 9(3).
       77 WS-SucDestino      PIC 9(3).
       77 WS-CliCapturado    PIC 9(4).
       77 WS-ProvArticulo    PIC 9(4).
       01 WS-MotCapturado    PIC XX.
       01 WS-CantidadX       PIC X(4).
       01 WS-CantidadX-N REDEFINES WS-CantidadX PIC 9(4).
       01 WS-Continuar       PIC X.
       77 WS-StockArticulo   PIC 9(4).
       77 WS-LotesCtlStatus  PIC XX.
       77 WS-FechaNegStatus  PIC XX.
      *    Aviso de limite de credito en una venta a cuenta
      *    corriente: precio y categoria del articulo para valorizar
      *    la venta con IVA como el cargo de gadgetshop.cbl.
       77 WS-CliStatus       PIC XX.
       77 WS-ParamStatus     PIC XX.
       77 WS-IvaStatus       PIC XX.
       77 WS-PrecioArticulo  PIC 9(4)V99.
       77 WS-CatArticulo     PIC X(15).
       77 WS-IVA-Tasa        PIC 9V99 VALUE 0,21.
       77 WS-ParamVigIva     PIC 9(8) VALUE ZERO.
       77 WS-TasaVenta       PIC 9V99.
       77 WS-VigTasaVenta    PIC 9(8).
       77 WS-LimiteCliente   PIC 9(7)V99.
       77 WS-ImporteVenta    PIC 9(9)V99.
       77 WS-SaldoProyectado PIC S9(9)V99.
       77 WS-ImporteEdit     PIC ZZ.ZZZ.ZZ9,99-.
       77 WS-BlancoLinea     PIC X(75) VALUE SPACES.
       77 WS-PrecioEdit      PIC ZZ.ZZ9,99.
       01 WS-FinArchivo      PIC X VALUE "N".
           88 FinArchivo     VALUE "S".
      *    Reservas (GadgetReservas.dat): disponible del articulo en
      *    la sucursal y retiro de una reserva del cliente.
       77 WS-Disponible      PIC S9(6).
       77 WS-DispEdit        PIC ZZZZZ9-.
       01 WS-Retiro          PIC X VALUE "N".
           88 RetiroReserva  VALUE "S".
      *    Articulo serializado (categoria en GarantiaCategorias.dat):
      *    una serie por unidad, que se graba como un detalle de
      *    cantidad 1 cada una; el recibo lleva la orden de compra.
       77 WS-OrdenCapturada  PIC 9(6).
       77 WS-SerieCapturada  PIC X(20).
       77 WS-CantSeries      PIC 9(2).
       77 WS-SubSerie        PIC 9(2).
       77 WS-NroSerie        PIC 9(2).
       01 WS-SerieRepetida   PIC X.
           88 SerieRepetida  VALUE "S".
       01 WS-SinSerie        PIC X.
           88 SinSerie       VALUE "S".
       01 WS-TablaSeries.
           03 WS-SerieItem OCCURS 50 TIMES.
               05 WS-SerieCap    PIC X(20).
       COPY "motdev.cpy".
       PROCEDURE DIVISION.
       MAIN.
      *    Mismos nombres logicos que gadgetshop.cbl y
      *    para el archivo de transacciones del dia.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-CAPTURA" TO SGN-Programa
               MOVE 1 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                      ".tmp" DELIMITED BY SIZE
                      INTO WS-TransTempPath
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
               PERFORM LEER-IVA-GENERAL-PERFORM
               PERFORM CARGAR-PROMOS-PERFORM
               PERFORM CARGAR-GARANTIAS-PERFORM
               PERFORM INICIAR-LOTE-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY WS-CantCapturadas        LINE 3 POSITION 67
           DISPLAY "Unidades capturadas.: " LINE 4 POSITION 45
           DISPLAY WS-UnidadesTotal         LINE 4 POSITION 67
           DISPLAY "GadgetID o EAN (000000 = fin): "
               LINE 6 POSITION 5
           MOVE SPACES TO EAN-Entrada
           ACCEPT EAN-Entrada LINE 6 POSITION 40
           PERFORM IDENTIFICAR-ARTICULO-PERFORM
           IF EAN-Invalido
               DISPLAY "CODIGO INVALIDO (GadgetID o EAN-13)"
                   LINE 8 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
           IF EAN-SinAsignar
               DISPLAY "EAN SIN ARTICULO ASIGNADO (ver gadget_ean)"
                   LINE 8 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
           MOVE EAN-GadgetID TO WS-BuscarGadgetID
           IF WS-BuscarGadgetID = ZERO
               PERFORM SALIR-PERFORM
           END-IF
           END-IF
           DISPLAY "Articulo: "      LINE 8 POSITION 5
           DISPLAY WS-NomArticulo    LINE 8 POSITION 16
           IF GAR-Serializada
               DISPLAY "CON SERIE"   LINE 8 POSITION 50
           END-IF
           DISPLAY "Stock actual: "  LINE 9 POSITION 5
           DISPLAY WS-StockArticulo  LINE 9 POSITION 20
           MOVE PMO-PrecioLista TO WS-PrecioEdit
           DISPLAY "Precio lista:"   LINE 9 POSITION 28
           DISPLAY WS-PrecioEdit     LINE 9 POSITION 42
           IF PMO-Codigo NOT = ZERO
               MOVE PMO-Precio TO WS-PrecioEdit
               DISPLAY "PROMO"       LINE 9 POSITION 53
               DISPLAY PMO-Codigo    LINE 9 POSITION 59
               DISPLAY WS-PrecioEdit LINE 9 POSITION 65
           END-IF
           MOVE WS-Disponible TO WS-DispEdit
           DISPLAY "Reservado:"      LINE 7 POSITION 46
           DISPLAY RSV-Reservado     LINE 7 POSITION 57
           DISPLAY "Disp.:"          LINE 7 POSITION 64
           DISPLAY WS-DispEdit       LINE 7 POSITION 71
           IF RSV-Omitidas > ZERO
               DISPLAY "AVISO: tabla de reservas llena, quedaron "
                   LINE 20 POSITION 5
               DISPLAY RSV-Omitidas LINE 20 POSITION 47
               DISPLAY "sin cargar" LINE 20 POSITION 54
           END-IF
           DISPLAY "Es el articulo correcto (S/N)? "
               LINE 10 POSITION 5
           ACCEPT WS-Confirma LINE 10 POSITION 37
                       SET Encontrado TO TRUE
                       MOVE GadgetName  TO WS-NomArticulo
                       MOVE QtyInStock  TO WS-StockArticulo
                       MOVE GadgetSupplier TO WS-ProvArticulo
                       MOVE Price       TO WS-PrecioArticulo
                       MOVE GadgetCategory TO WS-CatArticulo
               END-READ
               CLOSE StockFile
           END-IF
      *    Con una promocion vigente a la fecha de negocio el precio
      *    del articulo es el de promocion, el mismo que va a grabar
      *    gadgetshop.cbl en el kardex de la venta.
           IF Encontrado
               MOVE WS-BuscarGadgetID TO PMO-GadgetID
               MOVE WS-CatArticulo    TO PMO-Categoria
               MOVE WS-SucCapturada   TO PMO-Sucursal
               MOVE WS-FechaHoy       TO PMO-Fecha
               MOVE WS-PrecioArticulo TO PMO-PrecioLista
               PERFORM PRECIO-PROMO-PERFORM
               MOVE PMO-Precio        TO WS-PrecioArticulo
               MOVE WS-CatArticulo    TO GAR-Categoria
               PERFORM BUSCAR-GARANTIA-PERFORM
           END-IF
      *    Disponible = stock menos las reservas activas del articulo
      *    en la sucursal; la tabla queda cargada para buscar la
      *    reserva del cliente en una venta.
           IF Encontrado
               SET RSV-SoloActivas TO TRUE
               PERFORM CARGAR-RESERVAS-PERFORM
               MOVE WS-BuscarGadgetID TO RSV-GadgetID
               MOVE WS-SucCapturada   TO RSV-Sucursal
               MOVE WS-FechaHoy       TO RSV-Fecha
               PERFORM RESERVADO-PERFORM
               COMPUTE WS-Disponible =
                   WS-StockArticulo - RSV-Reservado
           END-IF.

       CAPTURAR-MOVIMIENTO-PERFORM.
           DISPLAY "Tipo (R recibo / S venta / T transferencia /"
               LINE 11 POSITION 5
           DISPLAY "      D devol. cliente / P devol. proveedor): "
               LINE 12 POSITION 5
           ACCEPT WS-TipoCapturado LINE 12 POSITION 51
           IF WS-TipoCapturado = "r" MOVE "R" TO WS-TipoCapturado
           END-IF
           IF WS-TipoCapturado = "t" MOVE "T" TO WS-TipoCapturado
           END-IF
           IF WS-TipoCapturado = "d" MOVE "D" TO WS-TipoCapturado
           END-IF
           IF WS-TipoCapturado = "p" MOVE "P" TO WS-TipoCapturado
           END-IF
           IF NOT CapturaRecibo AND NOT CapturaVenta
               AND NOT CapturaTransfer AND NOT CapturaDevCliente
               AND NOT CapturaDevProveedor
               DISPLAY "TIPO INVALIDO, SE DESCARTA LA CAPTURA"
                   LINE 16 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
      *    Un recibo puede venir contra una orden de compra de
      *    GadgetPO.dat (gadget_po.cbl); la orden la valida
      *    gadget_edit.cbl y queda en el registro de series.
           MOVE ZERO TO WS-OrdenCapturada
           IF CapturaRecibo
               DISPLAY "Orden de compra (0 = sin orden): "
                   LINE 15 POSITION 5
               ACCEPT WS-OrdenCapturada LINE 15 POSITION 39
           END-IF
      *    En una venta se captura a quien se le vendio (0000 =
      *    consumidor final); la existencia del cliente en
      *    GadgetCli.dat la controla gadget_edit.cbl en la edicion
      *    previa, como el resto de las validaciones.
           MOVE ZERO TO WS-CliCapturado
           IF CapturaVenta OR CapturaDevCliente
               DISPLAY "Cliente (0000 consumidor final): "
                   LINE 15 POSITION 5
               ACCEPT WS-CliCapturado LINE 15 POSITION 39
           END-IF
           MOVE "N" TO WS-Retiro
           IF CapturaVenta AND WS-CliCapturado NOT = ZERO
               PERFORM CONTROLAR-RESERVA-PERFORM
           END-IF
           IF (CapturaVenta AND NOT RetiroReserva)
               OR CapturaTransfer OR CapturaDevProveedor
               PERFORM CONTROLAR-DISPONIBLE-PERFORM
           END-IF
           IF CapturaVenta AND WS-CliCapturado NOT = ZERO
               PERFORM CONTROLAR-CREDITO-PERFORM
           END-IF
      *    En una devolucion a proveedor el mismo campo lleva el
      *    proveedor al que se le devuelve; se propone el habitual
      *    del articulo (GadgetSupplier) y ENTER lo confirma.
           IF CapturaDevProveedor
               MOVE WS-ProvArticulo TO WS-CliCapturado
               DISPLAY "Proveedor (ENTER = habitual): "
                   LINE 15 POSITION 5
               DISPLAY WS-CliCapturado LINE 15 POSITION 39
               ACCEPT WS-CliCapturado LINE 15 POSITION 39
               IF WS-CliCapturado = ZERO
                   MOVE WS-ProvArticulo TO WS-CliCapturado
               END-IF
           END-IF
      *    Las devoluciones exigen un motivo de la tabla MOTDEV.CPY;
      *    sin motivo valido no se graba nada.
           MOVE SPACES TO WS-MotCapturado
           IF CapturaDevCliente OR CapturaDevProveedor
               PERFORM CAPTURAR-MOTIVO-PERFORM
           END-IF
           MOVE ZERO TO WS-CantSeries
           IF GAR-Serializada
               PERFORM CAPTURAR-SERIES-PERFORM
           END-IF
           OPEN EXTEND TransFile
           MOVE SPACES TO TransRegistro
           MOVE "D"               TO TranTipoReg
           MOVE WS-SucCapturada   TO TranSucursal
           MOVE WS-SucDestino     TO TranSucursalDestino
           MOVE WS-CliCapturado   TO TranCliente
           MOVE WS-MotCapturado   TO TranMotivo
           MOVE WS-OrdenCapturada TO TranOrden
           IF WS-CantSeries = ZERO
               WRITE TransDetalleReg
               ADD 1 TO WS-CantCapturadas
           ELSE
               MOVE 1 TO TranQty
               PERFORM VARYING WS-SubSerie FROM 1 BY 1
                   UNTIL WS-SubSerie > WS-CantSeries
                   MOVE WS-SerieCap(WS-SubSerie) TO TranSerie
                   WRITE TransDetalleReg
                   ADD 1 TO WS-CantCapturadas
               END-PERFORM
           END-IF
           CLOSE TransFile
           ADD WS-CantidadX-N TO WS-UnidadesTotal
           DISPLAY "MOVIMIENTO GRABADO" LINE 16 POSITION 5
      *    La venta del retiro lleva el numero de reserva en el
      *    campo de la orden; la reserva pasa a R recien cuando
      *    gadgetshop.cbl postea esa venta, asi una venta rechazada
      *    en la edicion no deja la reserva retirada sin mercaderia.
           IF RetiroReserva
               DISPLAY "RETIRO DE LA RESERVA" LINE 16 POSITION 25
               DISPLAY WS-OrdenCapturada LINE 16 POSITION 46
           END-IF
           PERFORM PAUSA-PERFORM.

      *    Venta a un cliente con una reserva activa del articulo en
      *    la sucursal: si la viene a retirar, la venta es por la
      *    cantidad reservada (la sena ya esta imputada como pago en
      *    su cuenta corriente, la venta carga el precio completo).
       CONTROLAR-RESERVA-PERFORM.
           MOVE WS-CliCapturado TO RSV-Cliente
           PERFORM RESERVA-CLIENTE-PERFORM
           IF RSV-SubCliente > ZERO
               MOVE RT-Sena(RSV-SubCliente) TO WS-ImporteEdit
               DISPLAY "Reserva" LINE 16 POSITION 5
               DISPLAY RT-Nro(RSV-SubCliente) LINE 16 POSITION 13
               DISPLAY "por" LINE 16 POSITION 20
               DISPLAY RT-Cantidad(RSV-SubCliente) LINE 16 POSITION 24
               DISPLAY "unid., sena" LINE 16 POSITION 29
               DISPLAY WS-ImporteEdit LINE 16 POSITION 41
               DISPLAY "Retira la reserva (S/N)? " LINE 17 POSITION 5
               ACCEPT WS-Confirma LINE 17 POSITION 31
               IF WS-Confirma = "S" OR WS-Confirma = "s"
                   SET RetiroReserva TO TRUE
                   MOVE RT-Cantidad(RSV-SubCliente) TO WS-CantidadX-N
                   MOVE RT-Nro(RSV-SubCliente) TO WS-OrdenCapturada
                   DISPLAY WS-CantidadX LINE 13 POSITION 16
               END-IF
               DISPLAY WS-BlancoLinea LINE 16 POSITION 5
               DISPLAY WS-BlancoLinea LINE 17 POSITION 5
           END-IF.

      *    Un egreso que se come unidades reservadas para otros
      *    clientes se avisa y el operador decide; gadget_edit.cbl
      *    lo vuelve a informar en la edicion nocturna.
       CONTROLAR-DISPONIBLE-PERFORM.
           IF WS-CantidadX-N > WS-Disponible
               MOVE WS-Disponible TO WS-DispEdit
               DISPLAY "AVISO: la cantidad supera el disponible sin "
                       "reservas de la sucursal:"
                   LINE 16 POSITION 5
               DISPLAY WS-DispEdit LINE 16 POSITION 73
               DISPLAY "Grabar igual (S/N)? " LINE 17 POSITION 5
               ACCEPT WS-Confirma LINE 17 POSITION 26
               IF WS-Confirma NOT = "S" AND WS-Confirma NOT = "s"
                   DISPLAY "SE DESCARTA LA CAPTURA"
                       LINE 18 POSITION 5
                   PERFORM PAUSA-PERFORM
                   PERFORM MAIN
               END-IF
               DISPLAY WS-BlancoLinea LINE 16 POSITION 5
               DISPLAY WS-BlancoLinea LINE 17 POSITION 5
           END-IF.

      *    Una serie por unidad, sin repetir dentro de la captura.
      *    Recibos y ventas la exigen: una serie en blanco descarta la
      *    captura. En una transferencia o una devolucion la unidad
      *    puede no tener serie registrada (vendida antes de llevar
      *    series): ENTER en la primera graba el movimiento sin serie.
      *    El estado de cada serie lo controla gadget_edit.cbl.
       CAPTURAR-SERIES-PERFORM.
           IF WS-CantidadX-N > 50
               DISPLAY "HASTA 50 UNIDADES CON SERIE POR CAPTURA, SE"
                       " DESCARTA" LINE 16 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
           MOVE "N" TO WS-SinSerie
           IF CapturaTransfer OR CapturaDevCliente
               OR CapturaDevProveedor
               DISPLAY "(ENTER en la primera serie = sin serie)"
                   LINE 17 POSITION 5
           END-IF
           PERFORM CAPTURAR-SERIE-PERFORM
               UNTIL WS-CantSeries = WS-CantidadX-N OR SinSerie
           IF SinSerie
               MOVE ZERO TO WS-CantSeries
           END-IF
           DISPLAY WS-BlancoLinea LINE 16 POSITION 5
           DISPLAY WS-BlancoLinea LINE 17 POSITION 5.

       CAPTURAR-SERIE-PERFORM.
           COMPUTE WS-NroSerie = WS-CantSeries + 1
           MOVE SPACES TO WS-SerieCapturada
           DISPLAY "Serie" LINE 14 POSITION 32
           DISPLAY WS-NroSerie LINE 14 POSITION 38
           DISPLAY ":" LINE 14 POSITION 40
           DISPLAY WS-SerieCapturada LINE 14 POSITION 42
           ACCEPT WS-SerieCapturada LINE 14 POSITION 42
           MOVE FUNCTION UPPER-CASE(WS-SerieCapturada)
               TO WS-SerieCapturada
           IF WS-SerieCapturada = SPACES
               IF WS-CantSeries = ZERO
                   AND (CapturaTransfer OR CapturaDevCliente
                   OR CapturaDevProveedor)
                   SET SinSerie TO TRUE
               ELSE
                   DISPLAY "SERIE EN BLANCO, SE DESCARTA LA CAPTURA"
                       LINE 16 POSITION 5
                   PERFORM PAUSA-PERFORM
                   PERFORM MAIN
               END-IF
           ELSE
               MOVE "N" TO WS-SerieRepetida
               PERFORM VARYING WS-SubSerie FROM 1 BY 1
                   UNTIL WS-SubSerie > WS-CantSeries
                   IF WS-SerieCap(WS-SubSerie) = WS-SerieCapturada
                       SET SerieRepetida TO TRUE
                   END-IF
               END-PERFORM
               IF SerieRepetida
                   DISPLAY "SERIE REPETIDA EN ESTA CAPTURA"
                       LINE 16 POSITION 5
               ELSE
                   DISPLAY WS-BlancoLinea LINE 16 POSITION 5
                   ADD 1 TO WS-CantSeries
                   MOVE WS-SerieCapturada
                       TO WS-SerieCap(WS-CantSeries)
               END-IF
           END-IF.

      *    Muestra la tabla de motivos y acepta uno; un codigo que
      *    no esta en la tabla descarta la captura.
       CAPTURAR-MOTIVO-PERFORM.
           DISPLAY "Motivos:" LINE 17 POSITION 48
           PERFORM VARYING MD-Sub FROM 1 BY 1 UNTIL MD-Sub > MD-Cant
               DISPLAY MD-Codigo(MD-Sub) LINE 17 + MD-Sub POSITION 48
               DISPLAY MD-Descripcion(MD-Sub)
                   LINE 17 + MD-Sub POSITION 51
           END-PERFORM
           DISPLAY "Motivo de la devolucion: " LINE 16 POSITION 5
           ACCEPT WS-MotCapturado LINE 16 POSITION 30
           MOVE FUNCTION UPPER-CASE(WS-MotCapturado)
               TO WS-MotCapturado
           MOVE "N" TO MD-Encontrado
           PERFORM VARYING MD-Sub FROM 1 BY 1 UNTIL MD-Sub > MD-Cant
               IF MD-Codigo(MD-Sub) = WS-MotCapturado
                   SET MotivoDevValido TO TRUE
               END-IF
           END-PERFORM
           IF NOT MotivoDevValido
               DISPLAY "MOTIVO INVALIDO, SE DESCARTA LA CAPTURA"
                   LINE 16 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF.

      *    Venta a un cliente con limite de credito (0 = sin
      *    control): si el saldo de cuenta corriente mas esta venta
      *    con IVA lo supera, se avisa y el operador decide; la
      *    venta que siga igual la rechaza gadget_edit.cbl (motivo
      *    90) salvo que para entonces el cliente haya pagado.
       CONTROLAR-CREDITO-PERFORM.
           MOVE ZERO TO WS-LimiteCliente
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF CliCodigo = WS-CliCapturado
                       AND CliLimite NUMERIC
                       MOVE CliLimite TO WS-LimiteCliente
                   END-IF
                   READ CliFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF
           IF WS-LimiteCliente > ZERO
               PERFORM TASA-ARTICULO-PERFORM
               COMPUTE WS-ImporteVenta ROUNDED =
                   WS-CantidadX-N * WS-PrecioArticulo
               COMPUTE WS-ImporteVenta ROUNDED =
                   WS-ImporteVenta + WS-ImporteVenta * WS-TasaVenta
               MOVE WS-CliCapturado TO CTA-Cliente
               PERFORM SALDO-CLIENTE-PERFORM
               COMPUTE WS-SaldoProyectado =
                   CTA-Saldo + WS-ImporteVenta
               IF WS-SaldoProyectado > WS-LimiteCliente
                   MOVE WS-SaldoProyectado TO WS-ImporteEdit
                   DISPLAY "AVISO: la venta supera el limite de "
                           "credito del cliente - saldo con la venta"
                       LINE 16 POSITION 5
                   DISPLAY WS-ImporteEdit LINE 16 POSITION 66
                   MOVE WS-LimiteCliente TO WS-ImporteEdit
                   DISPLAY "Limite:" LINE 17 POSITION 5
                   DISPLAY WS-ImporteEdit LINE 17 POSITION 13
                   DISPLAY "Grabar igual (S/N)? " LINE 17 POSITION 35
                   ACCEPT WS-Confirma LINE 17 POSITION 56
                   IF WS-Confirma NOT = "S" AND WS-Confirma NOT = "s"
                       DISPLAY "SE DESCARTA LA CAPTURA"
                           LINE 18 POSITION 5
                       PERFORM PAUSA-PERFORM
                       PERFORM MAIN
                   END-IF
                   DISPLAY WS-BlancoLinea LINE 16 POSITION 5
                   DISPLAY WS-BlancoLinea LINE 17 POSITION 5
               END-IF
           END-IF.

      *    Tasa vigente de la categoria del articulo en
      *    IvaCategorias.dat; sin registro, la general.
       TASA-ARTICULO-PERFORM.
           MOVE WS-IVA-Tasa TO WS-TasaVenta
           MOVE ZERO TO WS-VigTasaVenta
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT IvaFile
           IF WS-IvaStatus = "35"
               CONTINUE
           ELSE
               READ IvaFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF IV-Categoria = WS-CatArticulo
                       AND IV-FechaVigencia <= WS-FechaHoy
                       AND IV-FechaVigencia >= WS-VigTasaVenta
                       MOVE IV-Tasa TO WS-TasaVenta
                       MOVE IV-FechaVigencia TO WS-VigTasaVenta
                   END-IF
                   READ IvaFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IvaFile
           END-IF.

      *    Tasa general IVA-TASA vigente a la fecha de negocio.
       LEER-IVA-GENERAL-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF PRM-Clave = "IVA-TASA"
                       AND PRM-FechaVigencia <= WS-FechaHoy
                       AND PRM-FechaVigencia >= WS-ParamVigIva
                       MOVE PRM-Valor TO WS-IVA-Tasa
                       MOVE PRM-FechaVigencia TO WS-ParamVigIva
                   END-IF
                   READ ParamFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF.

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 18 POSITION 5
               CALL "SYSTEM" USING WS-Comando
           END-IF.
       COPY "signproc.cpy".
       COPY "ctaproc.cpy".
       COPY "promoproc.cpy".
       COPY "eanproc.cpy".
       COPY "rsvproc.cpy".
       COPY "garproc.cpy".
       END PROGRAM GADGET-CAPTURA.
