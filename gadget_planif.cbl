      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Planificacion de reposicion de GadgetShop. Las
      *          listas de reposicion usaban un unico umbral
      *          (UMBRAL-REORDER) para todos los articulos y un
      *          GadgetReorderTarget cargado a mano hace anios: los
      *          que mas se venden se quedaban sin stock y los lentos
      *          se acumulaban. La corrida tiene tres pasos:
      *          1) venta promedio y pico diario por articulo y
      *          sucursal, de las ventas S de GadgetKardex.dat y de
      *          sus archivos mensuales GadgetKardex_AAAAMM.dat, en
      *          los ultimos DIAS-PLANIF dias a la fecha de negocio;
      *          2) plazo de entrega real de cada proveedor, de
      *          PO-Fecha a PO-FechaCierre de las lineas cerradas de
      *          GadgetPO.dat (sin historia, PLAZO-ENTREGA);
      *          3) punto de pedido = promedio x plazo promedio +
      *          (pico - promedio) x plazo maximo, y objetivo = punto
      *          + promedio x DIAS-COBERTURA. Deja las propuestas en
      *          GadgetPlanif.dat (PLANIF.CPY) y lista los valores
      *          vigentes contra los propuestos; la aceptacion es
      *          gadget_reorden.cbl (nivel 2).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PLANIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KardexFile
           ASSIGN TO DYNAMIC WS-KardexPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KardexStatus.
           SELECT PoFile
           ASSIGN TO "GadgetPO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT PlanifFile
           ASSIGN TO "GadgetPlanif.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-Clave
           FILE STATUS IS WS-PlanifStatus.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD PoFile.
           COPY "gadgetpo.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD PlanifFile.
           COPY "planif.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-KardexStatus   PIC XX.
       77 WS-KardexPath     PIC X(30).
       77 WS-PoStatus       PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200).
       77 WS-PlanifStatus   PIC XX.
       77 WS-ParamStatus    PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(79) VALUE ALL "-".
       77 WS-FechaHoy       PIC 9(8).
       77 WS-FechaDesde     PIC 9(8).
       77 WS-HoyInteger     PIC 9(8) COMP.
       77 WS-DesdeInteger   PIC 9(8) COMP.
       77 WS-FechaInteger   PIC 9(8) COMP.
       77 WS-CierreInteger  PIC 9(8) COMP.
       01 WS-FinKardex      PIC X VALUE "N".
           88 FinKardex     VALUE "S".
       01 WS-FinPo          PIC X VALUE "N".
           88 FinPo         VALUE "S".
       01 WS-FinParam       PIC X VALUE "N".
           88 FinParam      VALUE "S".
      *    Parametros de la planificacion (parametros.dat); sin la
      *    clave rige el VALUE.
       77 WS-UmbralReorder  PIC 9(4) VALUE 10.
       77 WS-DiasPlanif     PIC 9(4) VALUE 90.
       77 WS-PlazoDefecto   PIC 9(3) VALUE 7.
       77 WS-DiasCobertura  PIC 9(3) VALUE 30.
       77 WS-VigUmbral      PIC 9(8) VALUE ZERO.
       77 WS-VigDias        PIC 9(8) VALUE ZERO.
       77 WS-VigPlazo       PIC 9(8) VALUE ZERO.
       77 WS-VigCobertura   PIC 9(8) VALUE ZERO.
      *    Meses de archivo a leer: del mes de WS-FechaDesde al de
      *    la fecha de negocio.
       77 WS-PerActual      PIC 9(6).
       77 WS-PerHasta       PIC 9(6).
       77 WS-PerAnio        PIC 9(4).
       77 WS-PerMes         PIC 9(2).
       77 WS-CantArchivos   PIC 9(3) VALUE ZERO.
      *    Ventas por articulo y sucursal: total de la ventana, dia
      *    en curso y pico diario.
       77 WS-CantVentas     PIC 9(4) VALUE ZERO.
       77 WS-SubVenta       PIC 9(4).
       77 WS-VentasOmitidas PIC 9(4) VALUE ZERO.
       01 WS-VentaVista     PIC X.
       01 TABLA-VENTAS.
           05 VENTA-ITEM OCCURS 5000 TIMES.
               10 VT-GadgetID    PIC 9(6).
               10 VT-Sucursal    PIC 9(3).
               10 VT-Total       PIC 9(6).
               10 VT-Dia         PIC 9(8).
               10 VT-CantDia     PIC 9(6).
               10 VT-Pico        PIC 9(6).
       77 WS-CantMovVenta   PIC 9(6) VALUE ZERO.
      *    Plazos de entrega medidos por proveedor.
       77 WS-CantPlazos     PIC 9(3) VALUE ZERO.
       77 WS-SubPlazo       PIC 9(3).
       77 WS-PlazosOmitidos PIC 9(4) VALUE ZERO.
       01 WS-PlazoVisto     PIC X.
       01 TABLA-PLAZOS.
           05 PLAZO-ITEM OCCURS 200 TIMES.
               10 PZ-Proveedor   PIC 9(4).
               10 PZ-Lineas      PIC 9(5).
               10 PZ-DiasTotal   PIC 9(7).
               10 PZ-DiasMax     PIC 9(3).
       77 WS-DiasEntrega    PIC 9(5).
      *    Calculo de la propuesta del articulo en curso.
       77 WS-PlazoProm      PIC 9(3).
       77 WS-PlazoMax       PIC 9(3).
       77 WS-PromDiario     PIC 9(4)V99.
       77 WS-Pico           PIC 9(6).
       77 WS-PuntoCalc      PIC 9(7).
       77 WS-ObjetivoCalc   PIC 9(7).
       77 WS-PuntoActual    PIC 9(4).
       01 WS-PlanifExiste   PIC X.
       77 WS-CantPropuestas PIC 9(5) VALUE ZERO.
       77 WS-CantCambian    PIC 9(5) VALUE ZERO.
       77 WS-CantSinVenta   PIC 9(5) VALUE ZERO.
       77 WS-CantTopeados   PIC 9(5) VALUE ZERO.
       77 WS-EditProm       PIC ZZZ9,99.
       77 WS-Marca          PIC X(3).
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-StockFilePath
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           PERFORM LEER-PARAMETROS-PERFORM
           IF WS-DiasPlanif = ZERO
               MOVE 90 TO WS-DiasPlanif
           END-IF
           COMPUTE WS-HoyInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
           COMPUTE WS-DesdeInteger = WS-HoyInteger - WS-DiasPlanif + 1
           COMPUTE WS-FechaDesde =
               FUNCTION DATE-OF-INTEGER(WS-DesdeInteger)
           DISPLAY "PLANIFICACION DE REPOSICION AL " WS-FechaHoy
           DISPLAY "Ventas del " WS-FechaDesde " al " WS-FechaHoy
                   " (" WS-DiasPlanif " dias), cobertura "
                   WS-DiasCobertura " dias, umbral global "
                   WS-UmbralReorder
           DISPLAY WS-LINE
           PERFORM CARGAR-VENTAS-PERFORM
           PERFORM CARGAR-PLAZOS-PERFORM
           PERFORM PROPONER-PERFORM
           DISPLAY WS-LINE
           DISPLAY "Archivos de kardex leidos: " WS-CantArchivos
           DISPLAY "Ventas S en la ventana...: " WS-CantMovVenta
           DISPLAY "Articulos propuestos.....: " WS-CantPropuestas
           DISPLAY "Con cambio de punto u objetivo: " WS-CantCambian
           DISPLAY "Sin ventas en la ventana (se mantiene lo"
                   " vigente): " WS-CantSinVenta
           IF WS-CantTopeados > ZERO
               DISPLAY "AVISO: " WS-CantTopeados " propuestas"
                       " topeadas en 9999"
           END-IF
           IF WS-VentasOmitidas > ZERO
               DISPLAY "AVISO: tabla de ventas llena, quedaron "
                       WS-VentasOmitidas " ventas sin contar"
           END-IF
           IF WS-PlazosOmitidos > ZERO
               DISPLAY "AVISO: tabla de proveedores llena, quedaron "
                       WS-PlazosOmitidos " lineas de OC sin medir"
           END-IF
           DISPLAY "Aceptacion de propuestas: gadget_reorden"
           STOP RUN.

      *    La fecha de negocio manda sobre el reloj de pared, con el
      *    mismo criterio que gadgetshop.cbl; sin FechaNegocio.dat,
      *    fecha del sistema.
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

      *    Para cada clave rige el registro con la vigencia mas
      *    nueva que no sea futura a la fecha de negocio.
       LEER-PARAMETROS-PERFORM.
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinParam TO TRUE
               END-READ
               PERFORM UNTIL FinParam
                   IF PRM-FechaVigencia <= WS-FechaHoy
                       EVALUATE PRM-Clave
                           WHEN "UMBRAL-REORDER"
                               IF PRM-FechaVigencia >= WS-VigUmbral
                                   MOVE PRM-Valor TO WS-UmbralReorder
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigUmbral
                               END-IF
                           WHEN "DIAS-PLANIF"
                               IF PRM-FechaVigencia >= WS-VigDias
                                   MOVE PRM-Valor TO WS-DiasPlanif
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigDias
                               END-IF
                           WHEN "PLAZO-ENTREGA"
                               IF PRM-FechaVigencia >= WS-VigPlazo
                                   MOVE PRM-Valor TO WS-PlazoDefecto
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigPlazo
                               END-IF
                           WHEN "DIAS-COBERTURA"
                               IF PRM-FechaVigencia >= WS-VigCobertura
                                   MOVE PRM-Valor TO WS-DiasCobertura
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigCobertura
                               END-IF
                       END-EVALUATE
                   END-IF
                   READ ParamFile
                       AT END SET FinParam TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF.

      *    Paso 1. Primero los meses archivados por
      *    gadget_kardex_cierre.cbl que toca la ventana, en orden,
      *    y despues el kardex vivo: asi las fechas llegan en orden
      *    y el pico diario se cierra al cambiar de dia. Un mes sin
      *    archivo (todavia vivo, o sin movimientos) se saltea.
       CARGAR-VENTAS-PERFORM.
           MOVE WS-FechaDesde(1:6) TO WS-PerActual
           MOVE WS-FechaHoy(1:6)   TO WS-PerHasta
           PERFORM UNTIL WS-PerActual > WS-PerHasta
               MOVE SPACES TO WS-KardexPath
               STRING "GadgetKardex_" WS-PerActual ".dat"
                   DELIMITED BY SIZE INTO WS-KardexPath
               PERFORM LEER-KARDEX-PERFORM
               MOVE WS-PerActual(1:4) TO WS-PerAnio
               MOVE WS-PerActual(5:2) TO WS-PerMes
               IF WS-PerMes = 12
                   ADD 1 TO WS-PerAnio
                   MOVE 1 TO WS-PerMes
               ELSE
                   ADD 1 TO WS-PerMes
               END-IF
               COMPUTE WS-PerActual = WS-PerAnio * 100 + WS-PerMes
           END-PERFORM
           MOVE "GadgetKardex.dat" TO WS-KardexPath
           PERFORM LEER-KARDEX-PERFORM
      *    Cierra el ultimo dia de cada articulo.
           PERFORM VARYING WS-SubVenta FROM 1 BY 1
               UNTIL WS-SubVenta > WS-CantVentas
               IF VT-CantDia(WS-SubVenta) > VT-Pico(WS-SubVenta)
                   MOVE VT-CantDia(WS-SubVenta)
                       TO VT-Pico(WS-SubVenta)
               END-IF
           END-PERFORM.

       LEER-KARDEX-PERFORM.
           MOVE "N" TO WS-FinKardex
           OPEN INPUT KardexFile
           IF WS-KardexStatus = "35"
               CONTINUE
           ELSE
               ADD 1 TO WS-CantArchivos
               READ KardexFile
                   AT END SET FinKardex TO TRUE
               END-READ
               PERFORM UNTIL FinKardex
                   IF KX-Venta
                       AND KX-Fecha >= WS-FechaDesde
                       AND KX-Fecha <= WS-FechaHoy
                       PERFORM ACUMULAR-VENTA-PERFORM
                   END-IF
                   READ KardexFile
                       AT END SET FinKardex TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KardexFile
           END-IF.

       ACUMULAR-VENTA-PERFORM.
           ADD 1 TO WS-CantMovVenta
           MOVE "N" TO WS-VentaVista
           PERFORM VARYING WS-SubVenta FROM 1 BY 1
               UNTIL WS-SubVenta > WS-CantVentas
               OR WS-VentaVista = "S"
               IF VT-GadgetID(WS-SubVenta) = KX-GadgetID
                   AND VT-Sucursal(WS-SubVenta) = KX-Sucursal
                   MOVE "S" TO WS-VentaVista
                   SUBTRACT 1 FROM WS-SubVenta
               END-IF
           END-PERFORM
           IF WS-VentaVista = "N"
               IF WS-CantVentas < 5000
                   ADD 1 TO WS-CantVentas
                   MOVE WS-CantVentas TO WS-SubVenta
                   MOVE KX-GadgetID TO VT-GadgetID(WS-SubVenta)
                   MOVE KX-Sucursal TO VT-Sucursal(WS-SubVenta)
                   MOVE ZERO        TO VT-Total(WS-SubVenta)
                   MOVE KX-Fecha    TO VT-Dia(WS-SubVenta)
                   MOVE ZERO        TO VT-CantDia(WS-SubVenta)
                   MOVE ZERO        TO VT-Pico(WS-SubVenta)
                   MOVE "S" TO WS-VentaVista
               ELSE
                   ADD 1 TO WS-VentasOmitidas
               END-IF
           END-IF
           IF WS-VentaVista = "S"
               ADD KX-Cantidad TO VT-Total(WS-SubVenta)
               IF KX-Fecha NOT = VT-Dia(WS-SubVenta)
                   IF VT-CantDia(WS-SubVenta) > VT-Pico(WS-SubVenta)
                       MOVE VT-CantDia(WS-SubVenta)
                           TO VT-Pico(WS-SubVenta)
                   END-IF
                   MOVE KX-Fecha TO VT-Dia(WS-SubVenta)
                   MOVE ZERO     TO VT-CantDia(WS-SubVenta)
               END-IF
               ADD KX-Cantidad TO VT-CantDia(WS-SubVenta)
           END-IF.

      *    Paso 2. Plazo de cada linea cerrada de orden de compra:
      *    dias corridos de la emision (PO-Fecha) al cierre por
      *    recibo (PO-FechaCierre, gadget_po_match.cbl).
       CARGAR-PLAZOS-PERFORM.
           OPEN INPUT PoFile
           IF WS-PoStatus = "35"
               CONTINUE
           ELSE
               READ PoFile
                   AT END SET FinPo TO TRUE
               END-READ
               PERFORM UNTIL FinPo
                   IF PO-Cerrada
                       AND PO-Fecha > ZERO
                       AND PO-FechaCierre >= PO-Fecha
                       PERFORM ACUMULAR-PLAZO-PERFORM
                   END-IF
                   READ PoFile
                       AT END SET FinPo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PoFile
           END-IF
           DISPLAY "PLAZOS DE ENTREGA POR PROVEEDOR"
           IF WS-CantPlazos = ZERO
               DISPLAY "Sin ordenes cerradas: rige el plazo por"
                       " defecto de " WS-PlazoDefecto " dias"
           END-IF
           PERFORM VARYING WS-SubPlazo FROM 1 BY 1
               UNTIL WS-SubPlazo > WS-CantPlazos
               COMPUTE WS-PlazoProm ROUNDED =
                   PZ-DiasTotal(WS-SubPlazo) / PZ-Lineas(WS-SubPlazo)
               DISPLAY "Proveedor " PZ-Proveedor(WS-SubPlazo)
                       ": " PZ-Lineas(WS-SubPlazo) " lineas,"
                       " promedio " WS-PlazoProm " dias, maximo "
                       PZ-DiasMax(WS-SubPlazo) " dias"
           END-PERFORM
           DISPLAY WS-LINE.

       ACUMULAR-PLAZO-PERFORM.
           COMPUTE WS-FechaInteger =
               FUNCTION INTEGER-OF-DATE(PO-Fecha)
           COMPUTE WS-CierreInteger =
               FUNCTION INTEGER-OF-DATE(PO-FechaCierre)
           COMPUTE WS-DiasEntrega = WS-CierreInteger - WS-FechaInteger
           IF WS-DiasEntrega > 999
               MOVE 999 TO WS-DiasEntrega
           END-IF
           MOVE "N" TO WS-PlazoVisto
           PERFORM VARYING WS-SubPlazo FROM 1 BY 1
               UNTIL WS-SubPlazo > WS-CantPlazos
               OR WS-PlazoVisto = "S"
               IF PZ-Proveedor(WS-SubPlazo) = PO-Proveedor
                   MOVE "S" TO WS-PlazoVisto
                   SUBTRACT 1 FROM WS-SubPlazo
               END-IF
           END-PERFORM
           IF WS-PlazoVisto = "N"
               IF WS-CantPlazos < 200
                   ADD 1 TO WS-CantPlazos
                   MOVE WS-CantPlazos TO WS-SubPlazo
                   MOVE PO-Proveedor TO PZ-Proveedor(WS-SubPlazo)
                   MOVE ZERO TO PZ-Lineas(WS-SubPlazo)
                   MOVE ZERO TO PZ-DiasTotal(WS-SubPlazo)
                   MOVE ZERO TO PZ-DiasMax(WS-SubPlazo)
                   MOVE "S" TO WS-PlazoVisto
               ELSE
                   ADD 1 TO WS-PlazosOmitidos
               END-IF
           END-IF
           IF WS-PlazoVisto = "S"
               ADD 1 TO PZ-Lineas(WS-SubPlazo)
               ADD WS-DiasEntrega TO PZ-DiasTotal(WS-SubPlazo)
               IF WS-DiasEntrega > PZ-DiasMax(WS-SubPlazo)
                   MOVE WS-DiasEntrega TO PZ-DiasMax(WS-SubPlazo)
               END-IF
           END-IF.

      *    Paso 3. Una propuesta por registro del master; la que ya
      *    existe conserva lo aceptado (PL-PuntoVig / PL-ObjetivoVig)
      *    y solo se reemplaza lo propuesto.
       PROPONER-PERFORM.
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               DISPLAY "No existe el stock master"
               STOP RUN
           END-IF
           OPEN I-O PlanifFile
           IF WS-PlanifStatus = "35"
               OPEN OUTPUT PlanifFile
               CLOSE PlanifFile
               OPEN I-O PlanifFile
           END-IF
           DISPLAY "Articulo Suc Nombre          Venta  Prom/d Pico"
                   " Plz  Punto act>prop  Objet act>prop"
           READ StockFile NEXT
               AT END SET EndOfStockFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStockFile
               PERFORM PROPONER-ARTICULO-PERFORM
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StockFile
           CLOSE PlanifFile.

       PROPONER-ARTICULO-PERFORM.
           ADD 1 TO WS-CantPropuestas
           MOVE GadgetID       TO PL-GadgetID
           MOVE GadgetSucursal TO PL-Sucursal
           MOVE "S" TO WS-PlanifExiste
           READ PlanifFile
               INVALID KEY
                   MOVE "N" TO WS-PlanifExiste
           END-READ
           IF WS-PlanifExiste = "N"
               MOVE SPACES TO PlanifRecord
               MOVE GadgetID       TO PL-GadgetID
               MOVE GadgetSucursal TO PL-Sucursal
               MOVE ZERO TO PL-PuntoVig
               MOVE ZERO TO PL-ObjetivoVig
               MOVE ZERO TO PL-FechaAcept
               SET PL-SinAceptar TO TRUE
           END-IF
           IF PL-Aceptado
               MOVE PL-PuntoVig TO WS-PuntoActual
           ELSE
               MOVE WS-UmbralReorder TO WS-PuntoActual
           END-IF
      *    Plazo del proveedor habitual del articulo.
           MOVE WS-PlazoDefecto TO WS-PlazoProm
           MOVE WS-PlazoDefecto TO WS-PlazoMax
           PERFORM VARYING WS-SubPlazo FROM 1 BY 1
               UNTIL WS-SubPlazo > WS-CantPlazos
               IF PZ-Proveedor(WS-SubPlazo) = GadgetSupplier
                   COMPUTE WS-PlazoProm ROUNDED =
                       PZ-DiasTotal(WS-SubPlazo)
                       / PZ-Lineas(WS-SubPlazo)
                   MOVE PZ-DiasMax(WS-SubPlazo) TO WS-PlazoMax
               END-IF
           END-PERFORM
      *    Ventas del articulo en la ventana.
           MOVE "N" TO WS-VentaVista
           PERFORM VARYING WS-SubVenta FROM 1 BY 1
               UNTIL WS-SubVenta > WS-CantVentas
               OR WS-VentaVista = "S"
               IF VT-GadgetID(WS-SubVenta) = GadgetID
                   AND VT-Sucursal(WS-SubVenta) = GadgetSucursal
                   MOVE "S" TO WS-VentaVista
                   SUBTRACT 1 FROM WS-SubVenta
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO PL-FechaCalculo
           MOVE GadgetSupplier TO PL-Proveedor
           MOVE WS-PlazoProm   TO PL-PlazoProm
           MOVE WS-PlazoMax    TO PL-PlazoMax
           IF WS-VentaVista = "N"
               ADD 1 TO WS-CantSinVenta
               MOVE ZERO TO PL-VentaTotal
               MOVE ZERO TO PL-PromDiario
               MOVE ZERO TO PL-PicoDiario
               MOVE "S"  TO PL-Historia
               MOVE WS-PuntoActual      TO PL-PuntoProp
               MOVE GadgetReorderTarget TO PL-ObjetivoProp
           ELSE
               MOVE "N" TO PL-Historia
               MOVE VT-Total(WS-SubVenta) TO PL-VentaTotal
               MOVE VT-Pico(WS-SubVenta)  TO WS-Pico
               COMPUTE WS-PromDiario ROUNDED =
                   VT-Total(WS-SubVenta) / WS-DiasPlanif
               COMPUTE WS-PuntoCalc ROUNDED =
                   WS-PromDiario * WS-PlazoProm
                   + (WS-Pico - WS-PromDiario) * WS-PlazoMax
               COMPUTE WS-ObjetivoCalc ROUNDED =
                   WS-PuntoCalc + WS-PromDiario * WS-DiasCobertura
               IF WS-ObjetivoCalc > 9999
                   ADD 1 TO WS-CantTopeados
                   MOVE 9999 TO WS-ObjetivoCalc
               END-IF
               IF WS-PuntoCalc > 9999
                   MOVE 9999 TO WS-PuntoCalc
               END-IF
               MOVE WS-PromDiario   TO PL-PromDiario
               IF WS-Pico > 9999
                   MOVE 9999 TO PL-PicoDiario
               ELSE
                   MOVE WS-Pico TO PL-PicoDiario
               END-IF
               MOVE WS-PuntoCalc    TO PL-PuntoProp
               MOVE WS-ObjetivoCalc TO PL-ObjetivoProp
           END-IF
           MOVE SPACES TO WS-Marca
           IF PL-PuntoProp NOT = WS-PuntoActual
               OR PL-ObjetivoProp NOT = GadgetReorderTarget
               ADD 1 TO WS-CantCambian
               MOVE " **" TO WS-Marca
           END-IF
           IF WS-PlanifExiste = "S"
               REWRITE PlanifRecord
           ELSE
               WRITE PlanifRecord
           END-IF
           MOVE PL-PromDiario TO WS-EditProm
           DISPLAY GadgetID " " GadgetSucursal " " GadgetName(1:15)
                   " " PL-VentaTotal " " WS-EditProm " "
                   PL-PicoDiario " " PL-PlazoProm "  "
                   WS-PuntoActual ">" PL-PuntoProp "  "
                   GadgetReorderTarget ">" PL-ObjetivoProp WS-Marca.
       END PROGRAM GADGET-PLANIF.
