      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Interfaz diaria al mayor general de GadgetShop, para
      *          que contaduria no rearme a mano los asientos del dia
      *          desde el valorizado, el kardex y el resumen de IVA.
      *          Corre despues del posteo: toma los movimientos de
      *          GadgetKardex.dat (KARDEXREC.CPY) de la fecha de
      *          negocio (o la de la variable ASIENTOS_FECHA,
      *          AAAAMMDD) y arma un asiento por sucursal en
      *          InterfazGL_AAAAMMDD.dat (ASIENTO.CPY): ventas S y
      *          devoluciones de cliente D al precio del kardex con
      *          el IVA de la categoria del articulo (mismo calculo
      *          que gadget_facturacion.cbl), y su costo; recibos R
      *          contra recibido a facturar; devoluciones a proveedor
      *          P; transferencias T y E contra la cuenta puente; y
      *          ajustes J contra perdida de inventario. Todo costo
      *          se valoriza al GadgetCost del master. Las cuentas
      *          salen de CuentasContables.dat (CTACONT.CPY, ver
      *          ctacont_mant.cbl), no del programa. Un movimiento sin
      *          cuenta, una tabla desbordada o un asiento que no
      *          balancea terminan con codigo 8 sin grabar la
      *          interfaz, para que a contaduria no llegue nada a
      *          medias. Codigo 4 si algun articulo ya no esta en el
      *          master (costo cero).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-ASIENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KardexFile
           ASSIGN TO "GadgetKardex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KardexStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT IvaFile
           ASSIGN TO "IvaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IvaStatus.
           SELECT CtaFile
           ASSIGN TO "CuentasContables.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtaStatus.
           SELECT InterfazFile
           ASSIGN TO DYNAMIC WS-InterfazPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InterfazStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       FD IvaFile.
           COPY "ivacat.cpy".
       FD CtaFile.
           COPY "ctacont.cpy".
       FD InterfazFile.
           COPY "asiento.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-KardexStatus   PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-ParamStatus    PIC XX.
       77 WS-IvaStatus      PIC XX.
       77 WS-CtaStatus      PIC XX.
       77 WS-InterfazStatus PIC XX.
       77 WS-InterfazPath   PIC X(30) VALUE SPACES.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-FechaX         PIC X(8) VALUE SPACES.
       01 WS-FechaAsiento REDEFINES WS-FechaX PIC 9(8).
       01 WS-FinArchivo     PIC X VALUE "N".
           88 FinArchivo    VALUE "S".
      *    Tasa general y tabla de tasas por categoria vigentes a la
      *    fecha contabilizada (mismo criterio que
      *    gadget_facturacion.cbl).
       77 WS-IVA-Tasa       PIC 9V99 VALUE 0,21.
       77 WS-ParamVigIva    PIC 9(8) VALUE ZERO.
       77 WS-CantIvaCat     PIC 9(2) VALUE ZERO.
       77 WS-SubIvaCat      PIC 9(2).
       01 TABLA-IVACAT.
           05 IVACAT-ITEM OCCURS 50 TIMES.
               10 GI-Categoria   PIC X(15).
               10 GI-Tasa        PIC 9V99.
               10 GI-Vigencia    PIC 9(8).
       01 WS-IvaCatVista    PIC X.
       77 WS-Tasa           PIC 9V99.
      *    Imputacion vigente por tipo y concepto (CTACONT.CPY).
       77 WS-CantCtas       PIC 9(2) VALUE ZERO.
       77 WS-SubCta         PIC 9(2).
       01 TABLA-CTAS.
           05 CTA-ITEM OCCURS 30 TIMES.
               10 TC-Clave       PIC X(6).
               10 TC-CtaDebe     PIC 9(6).
               10 TC-CtaHaber    PIC 9(6).
               10 TC-Vigencia    PIC 9(8).
       01 WS-CtaVista       PIC X.
      *    Saldo corriente por articulo y sucursal, para saber si un
      *    ajuste J subio o bajo el stock (el kardex guarda la
      *    cantidad absoluta); mismo esquema que
      *    gadget_kardex_verif.cbl.
       77 WS-CantSaldos     PIC 9(4) VALUE ZERO.
       77 WS-SubSaldo       PIC 9(4).
       01 TABLA-SALDOS.
           05 SALDO-ITEM OCCURS 5000 TIMES.
               10 VS-GadgetID    PIC 9(6).
               10 VS-Sucursal    PIC 9(3).
               10 VS-Saldo       PIC S9(8).
       01 WS-SaldoVisto     PIC X.
       01 WS-Sentido        PIC X.
           88 AjusteAlta    VALUE "+".
           88 AjusteBaja    VALUE "-".
      *    Importe acumulado por sucursal, tipo y concepto (con signo:
      *    un ajuste al alza resta del importe de la perdida).
       77 WS-CantImput      PIC 9(3) VALUE ZERO.
       77 WS-SubImput       PIC 9(3).
       77 WS-SubImput2      PIC 9(3).
       01 TABLA-IMPUTACION.
           05 IMPUT-ITEM OCCURS 600 TIMES.
               10 IM-Orden.
                   15 IM-Sucursal  PIC 9(3).
                   15 IM-Clave     PIC X(6).
               10 IM-Importe       PIC S9(9)V99.
       01 WS-ImputAux.
           05 WS-AuxOrden        PIC X(9).
           05 WS-AuxImporte      PIC S9(9)V99.
       01 WS-ImputVista     PIC X.
       77 WS-ClaveImput     PIC X(6).
       77 WS-ImporteImput   PIC S9(9)V99.
      *    Importes del movimiento.
       77 WS-Costo          PIC 9(9)V99.
       77 WS-Neto           PIC 9(9)V99.
       77 WS-Iva            PIC 9(9)V99.
      *    Lineas de la interfaz y totales por sucursal.
       77 WS-CantLineas     PIC 9(4) VALUE ZERO.
       77 WS-SubLinea       PIC 9(4).
       01 TABLA-LINEAS.
           05 LINEA-ITEM OCCURS 1200 TIMES.
               10 LN-Sucursal    PIC 9(3).
               10 LN-Cuenta      PIC 9(6).
               10 LN-Debe        PIC 9(9)V99.
               10 LN-Haber       PIC 9(9)V99.
               10 LN-Concepto    PIC X(7).
       77 WS-CtaDebe        PIC 9(6).
       77 WS-CtaHaber       PIC 9(6).
       77 WS-CtaAux         PIC 9(6).
       77 WS-ImporteAbs     PIC 9(9)V99.
       77 WS-SucAnterior    PIC 9(3).
       77 WS-TotDebe        PIC 9(11)V99.
       77 WS-TotHaber       PIC 9(11)V99.
       77 WS-NroLinea       PIC 9(4).
       77 WS-CantAsientos   PIC 9(3) VALUE ZERO.
       01 WS-Referencia.
           05 FILLER         PIC X(4) VALUE "STK-".
           05 WS-RefSucursal PIC 9(3).
           05 FILLER         PIC X VALUE "-".
           05 WS-RefFecha    PIC 9(8).
           05 FILLER         PIC X(4) VALUE SPACES.
      *    Contadores y condiciones de error.
       77 WS-CantMovimientos PIC 9(6) VALUE ZERO.
       77 WS-CantSinMaster  PIC 9(5) VALUE ZERO.
       77 WS-CantSinCuenta  PIC 9(3) VALUE ZERO.
       77 WS-CantDesbalance PIC 9(3) VALUE ZERO.
       01 WS-Desborde       PIC X VALUE "N".
           88 Desborde      VALUE "S".
       77 WS-EditImporte    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-EditImporte2   PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-FechaX FROM ENVIRONMENT "ASIENTOS_FECHA"
           IF WS-FechaX = SPACES
               MOVE WS-FechaHoy TO WS-FechaAsiento
           END-IF
           IF WS-FechaX NOT NUMERIC
               DISPLAY "ERROR: fecha invalida en ASIENTOS_FECHA: "
                       WS-FechaX " (AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           STRING "InterfazGL_" DELIMITED BY SIZE
                  WS-FechaAsiento DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-InterfazPath
           DISPLAY "INTERFAZ AL MAYOR GENERAL - FECHA " WS-FechaAsiento
           DISPLAY WS-LINE
           PERFORM CARGAR-IVA-PERFORM
           PERFORM CARGAR-CUENTAS-PERFORM
           OPEN INPUT StockFile
           IF WS-StockStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir el master "
                       WS-StockFilePath " (status " WS-StockStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECORRER-KARDEX-PERFORM
           CLOSE StockFile
           IF Desborde
               DISPLAY "ERROR: demasiados movimientos o sucursales en"
                       " la fecha; no se grabo la interfaz"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ORDENAR-IMPUTACION-PERFORM
           PERFORM ARMAR-LINEAS-PERFORM
           IF WS-CantSinCuenta > ZERO
               DISPLAY "ERROR: " WS-CantSinCuenta " imputaciones sin"
                       " cuenta en CuentasContables.dat (cargarlas"
                       " con ctacont_mant); no se grabo la interfaz"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-BALANCE-PERFORM
           IF WS-CantDesbalance > ZERO
               DISPLAY "ERROR: " WS-CantDesbalance " asientos no"
                       " balancean; no se grabo la interfaz"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GRABAR-INTERFAZ-PERFORM
           DISPLAY WS-LINE
           DISPLAY "Movimientos contabilizados: " WS-CantMovimientos
           DISPLAY "Asientos grabados.........: " WS-CantAsientos
           DISPLAY "Lineas grabadas...........: " WS-CantLineas
           DISPLAY "Interfaz: " WS-InterfazPath
           IF WS-CantSinMaster > ZERO
               DISPLAY "AVISO: " WS-CantSinMaster " movimientos de"
                       " articulos que ya no estan en el master,"
                       " costo en cero"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Fecha de negocio de la corrida (FechaNegocio.dat); sin el
      *    archivo, fecha del sistema.
       LEER-FECHA-NEGOCIO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
           OPEN INPUT FechaNegFile
           IF WS-FechaNegStatus = "35"
               CONTINUE
           ELSE
               READ FechaNegFile
                   AT END CONTINUE
                   NOT AT END MOVE FN-Fecha TO WS-FechaHoy
               END-READ
               CLOSE FechaNegFile
           END-IF.

      *    Tasa general vigente y tabla de tasas por categoria a la
      *    fecha contabilizada.
       CARGAR-IVA-PERFORM.
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
                       AND PRM-FechaVigencia <= WS-FechaAsiento
                       AND PRM-FechaVigencia >= WS-ParamVigIva
                       MOVE PRM-Valor TO WS-IVA-Tasa
                       MOVE PRM-FechaVigencia TO WS-ParamVigIva
                   END-IF
                   READ ParamFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT IvaFile
           IF WS-IvaStatus = "35"
               CONTINUE
           ELSE
               READ IvaFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF IV-FechaVigencia <= WS-FechaAsiento
                       PERFORM GUARDAR-IVACAT-PERFORM
                   END-IF
                   READ IvaFile
                       AT END SET FinArchivo TO TRUE
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

      *    Imputacion vigente a la fecha contabilizada por tipo y
      *    concepto, mismo criterio que las tasas.
       CARGAR-CUENTAS-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT CtaFile
           IF WS-CtaStatus = "35"
               CONTINUE
           ELSE
               READ CtaFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF CC-FechaVigencia <= WS-FechaAsiento
                       PERFORM GUARDAR-CUENTA-PERFORM
                   END-IF
                   READ CtaFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaFile
           END-IF.

       GUARDAR-CUENTA-PERFORM.
           MOVE "N" TO WS-CtaVista
           PERFORM VARYING WS-SubCta FROM 1 BY 1
               UNTIL WS-SubCta > WS-CantCtas
               IF TC-Clave(WS-SubCta) = CC-Clave
                   MOVE "S" TO WS-CtaVista
                   IF CC-FechaVigencia >= TC-Vigencia(WS-SubCta)
                       MOVE CC-CtaDebe  TO TC-CtaDebe(WS-SubCta)
                       MOVE CC-CtaHaber TO TC-CtaHaber(WS-SubCta)
                       MOVE CC-FechaVigencia
                           TO TC-Vigencia(WS-SubCta)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CtaVista = "N" AND WS-CantCtas < 30
               ADD 1 TO WS-CantCtas
               MOVE CC-Clave    TO TC-Clave(WS-CantCtas)
               MOVE CC-CtaDebe  TO TC-CtaDebe(WS-CantCtas)
               MOVE CC-CtaHaber TO TC-CtaHaber(WS-CantCtas)
               MOVE CC-FechaVigencia TO TC-Vigencia(WS-CantCtas)
           END-IF.

      *    Se recorre el kardex entero para llevar los saldos (el
      *    sentido de los ajustes); solo se contabilizan los
      *    movimientos de la fecha.
       RECORRER-KARDEX-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT KardexFile
           IF WS-KardexStatus = "35"
               DISPLAY "No hay historial de movimientos grabado"
           ELSE
               READ KardexFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   PERFORM BUSCAR-SALDO-PERFORM
                   IF KX-Fecha = WS-FechaAsiento
                       PERFORM CONTABILIZAR-MOVIMIENTO-PERFORM
                   END-IF
                   PERFORM GUARDAR-SALDO-PERFORM
                   READ KardexFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KardexFile
           END-IF.

       BUSCAR-SALDO-PERFORM.
           MOVE "N" TO WS-SaldoVisto
           PERFORM VARYING WS-SubSaldo FROM 1 BY 1
               UNTIL WS-SubSaldo > WS-CantSaldos
               OR WS-SaldoVisto = "S"
               IF VS-GadgetID(WS-SubSaldo) = KX-GadgetID
                   AND VS-Sucursal(WS-SubSaldo) = KX-Sucursal
                   MOVE "S" TO WS-SaldoVisto
                   SUBTRACT 1 FROM WS-SubSaldo
               END-IF
           END-PERFORM.

       GUARDAR-SALDO-PERFORM.
           IF WS-SaldoVisto = "S"
               MOVE KX-Saldo TO VS-Saldo(WS-SubSaldo)
           ELSE
               IF WS-CantSaldos < 5000
                   ADD 1 TO WS-CantSaldos
                   MOVE KX-GadgetID TO VS-GadgetID(WS-CantSaldos)
                   MOVE KX-Sucursal TO VS-Sucursal(WS-CantSaldos)
                   MOVE KX-Saldo    TO VS-Saldo(WS-CantSaldos)
               END-IF
           END-IF.

      *    Costo al GadgetCost del master; tasa de la categoria del
      *    articulo o la general. La apertura A no es un movimiento.
       CONTABILIZAR-MOVIMIENTO-PERFORM.
           IF NOT KX-Apertura
               ADD 1 TO WS-CantMovimientos
               MOVE WS-IVA-Tasa TO WS-Tasa
               MOVE ZERO TO WS-Costo
               MOVE KX-GadgetID TO GadgetID
               MOVE KX-Sucursal TO GadgetSucursal
               READ StockFile
                   INVALID KEY
                       ADD 1 TO WS-CantSinMaster
                   NOT INVALID KEY
                       COMPUTE WS-Costo ROUNDED =
                           KX-Cantidad * GadgetCost
                       PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
                           UNTIL WS-SubIvaCat > WS-CantIvaCat
                           IF GI-Categoria(WS-SubIvaCat)
                               = GadgetCategory
                               MOVE GI-Tasa(WS-SubIvaCat) TO WS-Tasa
                           END-IF
                       END-PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN KX-Venta
                   WHEN KX-DevCliente
                       COMPUTE WS-Neto ROUNDED =
                           KX-Cantidad * KX-PrecioUnitario
                       COMPUTE WS-Iva ROUNDED = WS-Neto * WS-Tasa
                       MOVE KX-Tipo TO WS-ClaveImput(1:1)
                       MOVE "NETO"  TO WS-ClaveImput(2:5)
                       MOVE WS-Neto TO WS-ImporteImput
                       PERFORM ACUMULAR-IMPUTACION-PERFORM
                       MOVE "IVA"   TO WS-ClaveImput(2:5)
                       MOVE WS-Iva  TO WS-ImporteImput
                       PERFORM ACUMULAR-IMPUTACION-PERFORM
                       MOVE "COSTO" TO WS-ClaveImput(2:5)
                       MOVE WS-Costo TO WS-ImporteImput
                       PERFORM ACUMULAR-IMPUTACION-PERFORM
                   WHEN KX-Ajuste
                       PERFORM SENTIDO-AJUSTE-PERFORM
                       MOVE KX-Tipo TO WS-ClaveImput(1:1)
                       MOVE "COSTO" TO WS-ClaveImput(2:5)
                       IF AjusteBaja
                           MOVE WS-Costo TO WS-ImporteImput
                       ELSE
                           COMPUTE WS-ImporteImput = ZERO - WS-Costo
                       END-IF
                       PERFORM ACUMULAR-IMPUTACION-PERFORM
                   WHEN OTHER
                       MOVE KX-Tipo TO WS-ClaveImput(1:1)
                       MOVE "COSTO" TO WS-ClaveImput(2:5)
                       MOVE WS-Costo TO WS-ImporteImput
                       PERFORM ACUMULAR-IMPUTACION-PERFORM
               END-EVALUATE
           END-IF.

      *    El ajuste J guarda la diferencia absoluta y el saldo que
      *    quedo: contra el saldo anterior del par se sabe si subio.
      *    Sin saldo anterior en el kardex, una baja de articulo (BJ)
      *    baja y cualquier otro ajuste (el alta AL) sube.
       SENTIDO-AJUSTE-PERFORM.
           SET AjusteBaja TO TRUE
           IF WS-SaldoVisto = "S"
               IF KX-Saldo = VS-Saldo(WS-SubSaldo) + KX-Cantidad
                   SET AjusteAlta TO TRUE
               END-IF
           ELSE
               IF KX-Motivo NOT = "BJ"
                   SET AjusteAlta TO TRUE
               END-IF
           END-IF.

       ACUMULAR-IMPUTACION-PERFORM.
           MOVE "N" TO WS-ImputVista
           PERFORM VARYING WS-SubImput FROM 1 BY 1
               UNTIL WS-SubImput > WS-CantImput
               OR WS-ImputVista = "S"
               IF IM-Sucursal(WS-SubImput) = KX-Sucursal
                   AND IM-Clave(WS-SubImput) = WS-ClaveImput
                   MOVE "S" TO WS-ImputVista
                   ADD WS-ImporteImput TO IM-Importe(WS-SubImput)
               END-IF
           END-PERFORM
           IF WS-ImputVista = "N"
               IF WS-CantImput < 600
                   ADD 1 TO WS-CantImput
                   MOVE KX-Sucursal   TO IM-Sucursal(WS-CantImput)
                   MOVE WS-ClaveImput TO IM-Clave(WS-CantImput)
                   MOVE WS-ImporteImput TO IM-Importe(WS-CantImput)
               ELSE
                   SET Desborde TO TRUE
               END-IF
           END-IF.

      *    Orden por sucursal, tipo y concepto: cada asiento sale
      *    junto en la interfaz.
       ORDENAR-IMPUTACION-PERFORM.
           PERFORM VARYING WS-SubImput FROM 1 BY 1
               UNTIL WS-SubImput >= WS-CantImput
               PERFORM VARYING WS-SubImput2 FROM WS-SubImput BY 1
                   UNTIL WS-SubImput2 > WS-CantImput
                   IF IM-Orden(WS-SubImput2) < IM-Orden(WS-SubImput)
                       MOVE IMPUT-ITEM(WS-SubImput)  TO WS-ImputAux
                       MOVE IMPUT-ITEM(WS-SubImput2)
                           TO IMPUT-ITEM(WS-SubImput)
                       MOVE WS-ImputAux TO IMPUT-ITEM(WS-SubImput2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Dos lineas por imputacion: el importe al debe de la cuenta
      *    del debe y al haber de la del haber; con importe negativo
      *    (ajuste al alza) las cuentas se invierten.
       ARMAR-LINEAS-PERFORM.
           PERFORM VARYING WS-SubImput FROM 1 BY 1
               UNTIL WS-SubImput > WS-CantImput
               IF IM-Importe(WS-SubImput) NOT = ZERO
                   PERFORM ARMAR-IMPUTACION-PERFORM
               END-IF
           END-PERFORM.

       ARMAR-IMPUTACION-PERFORM.
           MOVE "N" TO WS-CtaVista
           PERFORM VARYING WS-SubCta FROM 1 BY 1
               UNTIL WS-SubCta > WS-CantCtas
               OR WS-CtaVista = "S"
               IF TC-Clave(WS-SubCta) = IM-Clave(WS-SubImput)
                   MOVE "S" TO WS-CtaVista
                   MOVE TC-CtaDebe(WS-SubCta)  TO WS-CtaDebe
                   MOVE TC-CtaHaber(WS-SubCta) TO WS-CtaHaber
               END-IF
           END-PERFORM
           IF WS-CtaVista = "N"
               ADD 1 TO WS-CantSinCuenta
               DISPLAY "SIN CUENTA: sucursal " IM-Sucursal(WS-SubImput)
                       " tipo " IM-Clave(WS-SubImput)(1:1)
                       " concepto " IM-Clave(WS-SubImput)(2:5)
           ELSE
               IF IM-Importe(WS-SubImput) < ZERO
                   MOVE WS-CtaDebe  TO WS-CtaAux
                   MOVE WS-CtaHaber TO WS-CtaDebe
                   MOVE WS-CtaAux   TO WS-CtaHaber
               END-IF
      *        El importe sin signo (tabla de lineas: 2 por imputacion,
      *        no desborda si no desbordo la de imputaciones).
               MOVE IM-Importe(WS-SubImput) TO WS-ImporteAbs
               ADD 1 TO WS-CantLineas
               MOVE IM-Sucursal(WS-SubImput)
                   TO LN-Sucursal(WS-CantLineas)
               MOVE WS-CtaDebe    TO LN-Cuenta(WS-CantLineas)
               MOVE WS-ImporteAbs TO LN-Debe(WS-CantLineas)
               MOVE ZERO          TO LN-Haber(WS-CantLineas)
               PERFORM CONCEPTO-LINEA-PERFORM
               ADD 1 TO WS-CantLineas
               MOVE IM-Sucursal(WS-SubImput)
                   TO LN-Sucursal(WS-CantLineas)
               MOVE WS-CtaHaber   TO LN-Cuenta(WS-CantLineas)
               MOVE ZERO          TO LN-Debe(WS-CantLineas)
               MOVE WS-ImporteAbs TO LN-Haber(WS-CantLineas)
               PERFORM CONCEPTO-LINEA-PERFORM
           END-IF.

       CONCEPTO-LINEA-PERFORM.
           MOVE SPACES TO LN-Concepto(WS-CantLineas)
           MOVE IM-Clave(WS-SubImput)(1:1)
               TO LN-Concepto(WS-CantLineas)(1:1)
           MOVE IM-Clave(WS-SubImput)(2:5)
               TO LN-Concepto(WS-CantLineas)(3:5).

      *    Debe = haber por sucursal; las lineas vienen ordenadas por
      *    sucursal.
       VERIFICAR-BALANCE-PERFORM.
           MOVE ZERO TO WS-TotDebe
           MOVE ZERO TO WS-TotHaber
           PERFORM VARYING WS-SubLinea FROM 1 BY 1
               UNTIL WS-SubLinea > WS-CantLineas
               IF WS-SubLinea > 1
                   AND LN-Sucursal(WS-SubLinea) NOT = WS-SucAnterior
                   PERFORM CERRAR-BALANCE-PERFORM
               END-IF
               MOVE LN-Sucursal(WS-SubLinea) TO WS-SucAnterior
               ADD LN-Debe(WS-SubLinea)  TO WS-TotDebe
               ADD LN-Haber(WS-SubLinea) TO WS-TotHaber
           END-PERFORM
           IF WS-CantLineas > ZERO
               PERFORM CERRAR-BALANCE-PERFORM
           END-IF.

       CERRAR-BALANCE-PERFORM.
           ADD 1 TO WS-CantAsientos
           MOVE WS-TotDebe  TO WS-EditImporte
           MOVE WS-TotHaber TO WS-EditImporte2
           IF WS-TotDebe = WS-TotHaber
               DISPLAY "Sucursal " WS-SucAnterior "  Debe "
                       WS-EditImporte "  Haber " WS-EditImporte2
           ELSE
               ADD 1 TO WS-CantDesbalance
               DISPLAY "Sucursal " WS-SucAnterior "  Debe "
                       WS-EditImporte "  Haber " WS-EditImporte2
                       "  NO BALANCEA"
           END-IF
           MOVE ZERO TO WS-TotDebe
           MOVE ZERO TO WS-TotHaber.

      *    La interfaz se regraba entera: una segunda corrida de la
      *    misma fecha la reemplaza, no la duplica.
       GRABAR-INTERFAZ-PERFORM.
           OPEN OUTPUT InterfazFile
           MOVE ZERO TO WS-NroLinea
           PERFORM VARYING WS-SubLinea FROM 1 BY 1
               UNTIL WS-SubLinea > WS-CantLineas
               IF WS-SubLinea > 1
                   AND LN-Sucursal(WS-SubLinea) NOT = WS-SucAnterior
                   MOVE ZERO TO WS-NroLinea
               END-IF
               MOVE LN-Sucursal(WS-SubLinea) TO WS-SucAnterior
               ADD 1 TO WS-NroLinea
               MOVE LN-Sucursal(WS-SubLinea) TO WS-RefSucursal
               MOVE WS-FechaAsiento          TO WS-RefFecha
               MOVE WS-FechaAsiento          TO AS-Fecha
               MOVE LN-Sucursal(WS-SubLinea) TO AS-Sucursal
               MOVE WS-NroLinea              TO AS-Linea
               MOVE LN-Cuenta(WS-SubLinea)   TO AS-Cuenta
               MOVE LN-Debe(WS-SubLinea)     TO AS-Debe
               MOVE LN-Haber(WS-SubLinea)    TO AS-Haber
               MOVE WS-Referencia            TO AS-Referencia
               MOVE LN-Concepto(WS-SubLinea) TO AS-Concepto
               WRITE AsientoRecord
           END-PERFORM
           CLOSE InterfazFile
           IF WS-CantLineas = ZERO
               DISPLAY "Sin movimientos a contabilizar en la fecha"
           END-IF.
       END PROGRAM GADGET-ASIENTOS.
