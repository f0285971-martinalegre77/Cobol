      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Clasificacion ABC de los articulos de GadgetShop por
      *          su participacion en el valor vendido de los ultimos
      *          12 meses a la fecha de negocio. Suma las ventas S de
      *          GadgetKardex.dat y de sus archivos mensuales
      *          GadgetKardex_AAAAMM.dat (cantidad x
      *          KX-PrecioUnitario) por articulo y sucursal del
      *          master, ordena de mayor a menor valor y clasifica
      *          por el porcentaje acumulado: A hasta el 80% del
      *          valor, B hasta el 95% y C el resto, incluidos los
      *          articulos sin ventas. Rearma GadgetABC.dat (ABC.CPY)
      *          con un registro por articulo y sucursal y lista el
      *          resumen por clase y los cambios de clase contra la
      *          corrida anterior. El conteo ciclico
      *          (gadget_ciclico.cbl) toma la clase de este archivo.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-ABC.
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
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT AbcFile
           ASSIGN TO "GadgetABC.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-Clave
           FILE STATUS IS WS-AbcStatus.
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
       FD AbcFile.
           COPY "abc.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-KardexStatus   PIC XX.
       77 WS-KardexPath     PIC X(30).
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200).
       77 WS-AbcStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(79) VALUE ALL "-".
       77 WS-FechaHoy       PIC 9(8).
       77 WS-FechaDesde     PIC 9(8).
       77 WS-HoyInteger     PIC 9(8) COMP.
       77 WS-DesdeInteger   PIC 9(8) COMP.
       01 WS-FinKardex      PIC X VALUE "N".
           88 FinKardex     VALUE "S".
      *    Cortes de la clasificacion sobre el porcentaje acumulado
      *    del valor vendido.
       77 WS-CorteA         PIC 9(3) VALUE 80.
       77 WS-CorteB         PIC 9(3) VALUE 95.
      *    Meses de archivo a leer: del mes de WS-FechaDesde al de
      *    la fecha de negocio.
       77 WS-PerActual      PIC 9(6).
       77 WS-PerHasta       PIC 9(6).
       77 WS-PerAnio        PIC 9(4).
       77 WS-PerMes         PIC 9(2).
       77 WS-CantArchivos   PIC 9(3) VALUE ZERO.
      *    Master en memoria, en orden de clave (articulo +
      *    sucursal) para ubicar cada venta por busqueda binaria.
       77 WS-CantArt        PIC 9(4) VALUE ZERO.
       77 WS-SubArt         PIC 9(4).
       77 WS-SubMax         PIC 9(4).
       77 WS-ArtOmitidos    PIC 9(4) VALUE ZERO.
       01 TABLA-ABC.
           05 ABC-ITEM OCCURS 5000 TIMES.
               10 TA-Clave.
                   15 TA-GadgetID    PIC 9(6).
                   15 TA-Sucursal    PIC 9(3).
               10 TA-Nombre      PIC X(20).
               10 TA-Valor       PIC 9(9)V99.
               10 TA-Unidades    PIC 9(6).
               10 TA-Ranking     PIC 9(5).
               10 TA-PctAcum     PIC 9(3)V99.
               10 TA-Clase       PIC X.
               10 TA-ClaseAnt    PIC X.
       01 WS-ClaveBusca.
           05 WS-BuscaGadgetID  PIC 9(6).
           05 WS-BuscaSucursal  PIC 9(3).
       77 WS-Bajo           PIC 9(4).
       77 WS-Alto           PIC 9(4).
       77 WS-Medio          PIC 9(4).
       01 WS-Hallado        PIC X.
      *    Totales y ranking.
       77 WS-CantMovVenta   PIC 9(7) VALUE ZERO.
       77 WS-VentasSinArt   PIC 9(7) VALUE ZERO.
       77 WS-ValorLinea     PIC 9(9)V99.
       77 WS-ValorTotal     PIC 9(11)V99 VALUE ZERO.
       77 WS-ValorAcum      PIC 9(11)V99 VALUE ZERO.
       77 WS-ValorMax       PIC 9(9)V99.
       77 WS-PctPrevio      PIC 9(3)V99.
       77 WS-Ranking        PIC 9(5) VALUE ZERO.
       01 WS-FinRanking     PIC X VALUE "N".
           88 FinRanking    VALUE "S".
       01 TABLA-CLASES.
           05 CLASE-ITEM OCCURS 3 TIMES.
               10 CS-Cant        PIC 9(5).
               10 CS-Valor       PIC 9(11)V99.
       77 WS-SubClase       PIC 9.
       77 WS-CantCambios    PIC 9(5) VALUE ZERO.
       77 WS-CantNuevos     PIC 9(5) VALUE ZERO.
       77 WS-EditValor      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-EditPct        PIC ZZ9,99.
       77 WS-PctClase       PIC 9(3)V99.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-StockFilePath
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           COMPUTE WS-HoyInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
           COMPUTE WS-DesdeInteger = WS-HoyInteger - 365 + 1
           COMPUTE WS-FechaDesde =
               FUNCTION DATE-OF-INTEGER(WS-DesdeInteger)
           DISPLAY "CLASIFICACION ABC DE ARTICULOS AL " WS-FechaHoy
           DISPLAY "Valor vendido del " WS-FechaDesde " al "
                   WS-FechaHoy " (A hasta " WS-CorteA "%, B hasta "
                   WS-CorteB "%, C el resto)"
           DISPLAY WS-LINE
           PERFORM CARGAR-MASTER-PERFORM
           PERFORM CARGAR-VENTAS-PERFORM
           PERFORM CLASIFICAR-PERFORM
           PERFORM GRABAR-ABC-PERFORM
           PERFORM RESUMEN-PERFORM
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

      *    Un renglon por registro del master: todo articulo y
      *    sucursal recibe clase, aunque no haya vendido.
       CARGAR-MASTER-PERFORM.
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               DISPLAY "No existe el stock master"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ StockFile NEXT
               AT END SET EndOfStockFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStockFile
               IF WS-CantArt < 5000
                   ADD 1 TO WS-CantArt
                   MOVE GadgetID       TO TA-GadgetID(WS-CantArt)
                   MOVE GadgetSucursal TO TA-Sucursal(WS-CantArt)
                   MOVE GadgetName     TO TA-Nombre(WS-CantArt)
                   MOVE ZERO   TO TA-Valor(WS-CantArt)
                   MOVE ZERO   TO TA-Unidades(WS-CantArt)
                   MOVE ZERO   TO TA-Ranking(WS-CantArt)
                   MOVE ZERO   TO TA-PctAcum(WS-CantArt)
                   MOVE "C"    TO TA-Clase(WS-CantArt)
                   MOVE SPACES TO TA-ClaseAnt(WS-CantArt)
               ELSE
                   ADD 1 TO WS-ArtOmitidos
               END-IF
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StockFile.

      *    Primero los meses archivados por gadget_kardex_cierre.cbl
      *    que toca la ventana y despues el kardex vivo; un mes sin
      *    archivo se saltea.
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
           PERFORM LEER-KARDEX-PERFORM.

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

      *    Ventas de articulos que ya no estan en el master no
      *    entran en la clasificacion (se cuentan aparte).
       ACUMULAR-VENTA-PERFORM.
           ADD 1 TO WS-CantMovVenta
           MOVE KX-GadgetID TO WS-BuscaGadgetID
           MOVE KX-Sucursal TO WS-BuscaSucursal
           PERFORM BUSCAR-ARTICULO-PERFORM
           IF WS-Hallado = "S"
               COMPUTE WS-ValorLinea = KX-Cantidad * KX-PrecioUnitario
               ADD WS-ValorLinea TO TA-Valor(WS-SubArt)
               ADD WS-ValorLinea TO WS-ValorTotal
               ADD KX-Cantidad   TO TA-Unidades(WS-SubArt)
           ELSE
               ADD 1 TO WS-VentasSinArt
           END-IF.

       BUSCAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-Hallado
           MOVE 1 TO WS-Bajo
           MOVE WS-CantArt TO WS-Alto
           PERFORM UNTIL WS-Hallado = "S" OR WS-Bajo > WS-Alto
               COMPUTE WS-Medio = (WS-Bajo + WS-Alto) / 2
               EVALUATE TRUE
                   WHEN TA-Clave(WS-Medio) = WS-ClaveBusca
                       MOVE "S" TO WS-Hallado
                       MOVE WS-Medio TO WS-SubArt
                   WHEN TA-Clave(WS-Medio) < WS-ClaveBusca
                       COMPUTE WS-Bajo = WS-Medio + 1
                   WHEN WS-Medio = 1
                       MOVE ZERO TO WS-Alto
                   WHEN OTHER
                       COMPUTE WS-Alto = WS-Medio - 1
               END-EVALUATE
           END-PERFORM.

      *    Ranking de mayor a menor valor vendido. La clase sale del
      *    porcentaje acumulado ANTES de sumar el articulo: el de
      *    mayor valor siempre es A aunque pese mas que el corte.
      *    Los articulos sin ventas quedan C, al final del ranking.
       CLASIFICAR-PERFORM.
           PERFORM UNTIL FinRanking
               MOVE ZERO TO WS-SubMax
               MOVE ZERO TO WS-ValorMax
               PERFORM VARYING WS-SubArt FROM 1 BY 1
                   UNTIL WS-SubArt > WS-CantArt
                   IF TA-Ranking(WS-SubArt) = ZERO
                       AND TA-Valor(WS-SubArt) > WS-ValorMax
                       MOVE TA-Valor(WS-SubArt) TO WS-ValorMax
                       MOVE WS-SubArt TO WS-SubMax
                   END-IF
               END-PERFORM
               IF WS-SubMax = ZERO
                   SET FinRanking TO TRUE
               ELSE
                   ADD 1 TO WS-Ranking
                   MOVE WS-Ranking TO TA-Ranking(WS-SubMax)
                   COMPUTE WS-PctPrevio =
                       WS-ValorAcum * 100 / WS-ValorTotal
                   ADD TA-Valor(WS-SubMax) TO WS-ValorAcum
                   COMPUTE TA-PctAcum(WS-SubMax) ROUNDED =
                       WS-ValorAcum * 100 / WS-ValorTotal
                   EVALUATE TRUE
                       WHEN WS-PctPrevio < WS-CorteA
                           MOVE "A" TO TA-Clase(WS-SubMax)
                       WHEN WS-PctPrevio < WS-CorteB
                           MOVE "B" TO TA-Clase(WS-SubMax)
                       WHEN OTHER
                           MOVE "C" TO TA-Clase(WS-SubMax)
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SubArt FROM 1 BY 1
               UNTIL WS-SubArt > WS-CantArt
               IF TA-Ranking(WS-SubArt) = ZERO
                   ADD 1 TO WS-Ranking
                   MOVE WS-Ranking TO TA-Ranking(WS-SubArt)
                   MOVE 100 TO TA-PctAcum(WS-SubArt)
               END-IF
           END-PERFORM.

      *    La clase anterior se toma del archivo vigente antes de
      *    rearmarlo; los articulos que no estaban quedan como
      *    nuevos.
       GRABAR-ABC-PERFORM.
           OPEN INPUT AbcFile
           IF WS-AbcStatus = "00"
               PERFORM VARYING WS-SubArt FROM 1 BY 1
                   UNTIL WS-SubArt > WS-CantArt
                   MOVE TA-Clave(WS-SubArt) TO AB-Clave
                   READ AbcFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE AB-Clase TO TA-ClaseAnt(WS-SubArt)
                   END-READ
               END-PERFORM
               CLOSE AbcFile
           END-IF
           OPEN OUTPUT AbcFile
           PERFORM VARYING WS-SubArt FROM 1 BY 1
               UNTIL WS-SubArt > WS-CantArt
               MOVE SPACES TO AbcRecord
               MOVE TA-Clave(WS-SubArt)    TO AB-Clave
               MOVE TA-Clase(WS-SubArt)    TO AB-Clase
               MOVE TA-ClaseAnt(WS-SubArt) TO AB-ClaseAnt
               MOVE TA-Valor(WS-SubArt)    TO AB-Valor
               MOVE TA-Unidades(WS-SubArt) TO AB-Unidades
               MOVE TA-Ranking(WS-SubArt)  TO AB-Ranking
               MOVE TA-PctAcum(WS-SubArt)  TO AB-PctAcum
               MOVE WS-FechaDesde          TO AB-FechaDesde
               MOVE WS-FechaHoy            TO AB-FechaCalculo
               WRITE AbcRecord
                   INVALID KEY
                       DISPLAY "CLAVE DUPLICADA EN GadgetABC.dat: "
                               AB-Clave
               END-WRITE
           END-PERFORM
           CLOSE AbcFile.

       RESUMEN-PERFORM.
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               MOVE ZERO TO CS-Cant(WS-SubClase)
               MOVE ZERO TO CS-Valor(WS-SubClase)
           END-PERFORM
           DISPLAY "CAMBIOS DE CLASE CONTRA LA CORRIDA ANTERIOR"
           DISPLAY "Articulo Suc Nombre               Ant Nueva"
                   "  Rank        Valor vendido"
           PERFORM VARYING WS-SubArt FROM 1 BY 1
               UNTIL WS-SubArt > WS-CantArt
               EVALUATE TA-Clase(WS-SubArt)
                   WHEN "A"
                       MOVE 1 TO WS-SubClase
                   WHEN "B"
                       MOVE 2 TO WS-SubClase
                   WHEN OTHER
                       MOVE 3 TO WS-SubClase
               END-EVALUATE
               ADD 1 TO CS-Cant(WS-SubClase)
               ADD TA-Valor(WS-SubArt) TO CS-Valor(WS-SubClase)
               IF TA-ClaseAnt(WS-SubArt) = SPACES
                   ADD 1 TO WS-CantNuevos
               END-IF
               IF TA-ClaseAnt(WS-SubArt) NOT = SPACES
                   AND TA-ClaseAnt(WS-SubArt) NOT = TA-Clase(WS-SubArt)
                   ADD 1 TO WS-CantCambios
                   MOVE TA-Valor(WS-SubArt) TO WS-EditValor
                   DISPLAY TA-GadgetID(WS-SubArt) " "
                           TA-Sucursal(WS-SubArt) " "
                           TA-Nombre(WS-SubArt) "  "
                           TA-ClaseAnt(WS-SubArt) "    "
                           TA-Clase(WS-SubArt) "  "
                           TA-Ranking(WS-SubArt) " " WS-EditValor
               END-IF
           END-PERFORM
           IF WS-CantCambios = ZERO
               DISPLAY "Sin cambios de clase"
           END-IF
           DISPLAY WS-LINE
           DISPLAY "RESUMEN POR CLASE"
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               MOVE ZERO TO WS-PctClase
               IF WS-ValorTotal > ZERO
                   COMPUTE WS-PctClase ROUNDED =
                       CS-Valor(WS-SubClase) * 100 / WS-ValorTotal
               END-IF
               MOVE CS-Valor(WS-SubClase) TO WS-EditValor
               MOVE WS-PctClase TO WS-EditPct
               EVALUATE WS-SubClase
                   WHEN 1
                       DISPLAY "Clase A: " CS-Cant(WS-SubClase)
                               " articulos  $ " WS-EditValor
                               "  " WS-EditPct "%"
                   WHEN 2
                       DISPLAY "Clase B: " CS-Cant(WS-SubClase)
                               " articulos  $ " WS-EditValor
                               "  " WS-EditPct "%"
                   WHEN OTHER
                       DISPLAY "Clase C: " CS-Cant(WS-SubClase)
                               " articulos  $ " WS-EditValor
                               "  " WS-EditPct "%"
               END-EVALUATE
           END-PERFORM
           MOVE WS-ValorTotal TO WS-EditValor
           DISPLAY "Total..: " WS-CantArt " articulos  $ " WS-EditValor
           DISPLAY WS-LINE
           DISPLAY "Archivos de kardex leidos: " WS-CantArchivos
           DISPLAY "Ventas S en la ventana...: " WS-CantMovVenta
           DISPLAY "Cambios de clase.........: " WS-CantCambios
           DISPLAY "Articulos sin clase previa: " WS-CantNuevos
           IF WS-VentasSinArt > ZERO
               DISPLAY "AVISO: " WS-VentasSinArt " ventas de"
                       " articulos que ya no estan en el master"
           END-IF
           IF WS-ArtOmitidos > ZERO
               DISPLAY "AVISO: tabla de articulos llena, quedaron "
                       WS-ArtOmitidos " sin clasificar"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Clasificacion en GadgetABC.dat; plan de conteo"
                   " ciclico: gadget_ciclico".
       END PROGRAM GADGET-ABC.
