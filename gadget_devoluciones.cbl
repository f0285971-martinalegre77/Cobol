      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Reporte de devoluciones de GadgetShop sobre el
      *          historial GadgetKardex.dat (layout comun
      *          KARDEXREC.CPY): las devoluciones de clientes (tipo
      *          D) y a proveedores (tipo P) que aplica
      *          gadgetshop.cbl con su codigo de motivo (tabla
      *          MOTDEV.CPY). Para el rango de fechas pedido lista
      *          movimientos, unidades e importe agrupados por
      *          motivo, por articulo, por cliente y por proveedor,
      *          para ver que lineas vuelven una y otra vez y por
      *          que. Como la consulta de gadget_kardex.cbl, si el
      *          rango arranca en un mes ya cerrado trae los
      *          GadgetKardex_AAAAMM.dat del rango antes del vivo.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El maestro de clientes lleva al final el limite
      *                 de credito (CliLimite, ver gadget_cli.cbl): se
      *                 agrega al FD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-DEVOLUCIONES.
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
           SELECT ArchivoFile
           ASSIGN TO DYNAMIC WS-ArchivoPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchivoStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD ArchivoFile.
       01 ArchivoRecord.
           88 FinArchivo     VALUE HIGH-VALUE.
           02 ArchivoTexto   PIC X(38).
       FD StockFile.
           COPY "gadgetstk.cpy".
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
       WORKING-STORAGE SECTION.
       77 WS-KardexStatus    PIC XX.
       77 WS-ArchivoStatus   PIC XX.
       77 WS-ArchivoPath     PIC X(30).
       77 WS-StockFilePath   PIC X(200).
       77 WS-StockStatus     PIC XX.
       77 WS-CliStatus       PIC XX.
       77 WS-ProvStatus      PIC XX.
       01 WS-FinKardex       PIC X VALUE "N".
           88 FinKardex      VALUE "S".
       77 WS-FechaDesde      PIC 9(8).
       77 WS-FechaHasta      PIC 9(8).
       77 WS-FechaHoy        PIC 9(8).
       77 WS-LINE            PIC X(55) VALUE ALL "-".
       01 WS-PeriodoIter.
           03 WS-IterAnio    PIC 9(4).
           03 WS-IterMes     PIC 9(2).
       01 WS-PeriodoIterN REDEFINES WS-PeriodoIter PIC 9(6).
       77 WS-PeriodoFin      PIC 9(6).
       COPY "motdev.cpy".
      *    Acumulados de devoluciones: una entrada por agrupacion y
      *    clave (M = motivo, A = articulo, C = cliente, P =
      *    proveedor). En el motivo y el articulo DV-Tipo separa la
      *    devolucion de cliente (D) de la devolucion a proveedor
      *    (P).
       77 WS-CantAcum        PIC 9(4) VALUE ZERO.
       77 WS-SubAcum         PIC 9(4).
       77 WS-AcumOmitidos    PIC 9(6) VALUE ZERO.
       01 TABLA-DEVOLUCIONES.
           05 DEV-ITEM OCCURS 2000 TIMES.
               10 DV-Agrupa      PIC X.
               10 DV-Tipo        PIC X.
               10 DV-Clave       PIC X(6).
               10 DV-Movimientos PIC 9(6).
               10 DV-Unidades    PIC 9(8).
               10 DV-Importe     PIC 9(12)V99.
       01 WS-AcumEncontrado  PIC X VALUE "N".
           88 AcumEncontrado VALUE "S".
       77 WS-Agrupa          PIC X.
       77 WS-Clave           PIC X(6).
       77 WS-Importe         PIC 9(10)V99.
      *    Nombres de articulo del master (la primera entrada del
      *    articulo: el nombre no cambia por sucursal).
       77 WS-CantArticulos   PIC 9(4) VALUE ZERO.
       77 WS-SubArt          PIC 9(4).
       01 TABLA-ARTICULOS.
           05 ART-ITEM OCCURS 5000 TIMES.
               10 AR-GadgetID    PIC 9(6).
               10 AR-Nombre      PIC X(30).
       01 WS-ArtEncontrado   PIC X VALUE "N".
           88 ArtEncontrado  VALUE "S".
       77 WS-ClaveNum        PIC 9(6).
       77 WS-Nombre          PIC X(30).
       77 WS-TipoDesc        PIC X(10).
      *    Totales del periodo por tipo.
       77 WS-CantDevCli      PIC 9(6) VALUE ZERO.
       77 WS-UniDevCli       PIC 9(8) VALUE ZERO.
       77 WS-ImpDevCli       PIC 9(12)V99 VALUE ZERO.
       77 WS-CantDevProv     PIC 9(6) VALUE ZERO.
       77 WS-UniDevProv      PIC 9(8) VALUE ZERO.
       77 WS-ImpDevProv      PIC 9(12)V99 VALUE ZERO.
       77 WS-ImporteEdit     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-StockFilePath
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           DISPLAY "Desde (AAAAMMDD, 0 = solo archivo vivo): "
               WITH NO ADVANCING
           ACCEPT WS-FechaDesde
           DISPLAY "Hasta (AAAAMMDD, 0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT WS-FechaHasta
           IF WS-FechaHasta = ZERO
               MOVE 99999999 TO WS-FechaHasta
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
           PERFORM CARGAR-ARTICULOS-PERFORM
           IF WS-FechaDesde > ZERO
               PERFORM LEER-ARCHIVADOS-PERFORM
           END-IF
           PERFORM LEER-VIVO-PERFORM
           DISPLAY "REPORTE DE DEVOLUCIONES " WS-FechaDesde " A "
                   WS-FechaHasta
           DISPLAY WS-LINE
           DISPLAY "POR MOTIVO"
           MOVE "M" TO WS-Agrupa
           PERFORM LISTAR-GRUPO-PERFORM
           DISPLAY " "
           DISPLAY "POR ARTICULO"
           MOVE "A" TO WS-Agrupa
           PERFORM LISTAR-GRUPO-PERFORM
           DISPLAY " "
           DISPLAY "POR CLIENTE (devoluciones de clientes)"
           MOVE "C" TO WS-Agrupa
           PERFORM LISTAR-GRUPO-PERFORM
           DISPLAY " "
           DISPLAY "POR PROVEEDOR (devoluciones a proveedores)"
           MOVE "P" TO WS-Agrupa
           PERFORM LISTAR-GRUPO-PERFORM
           DISPLAY WS-LINE
           MOVE WS-ImpDevCli TO WS-ImporteEdit
           DISPLAY "Devoluciones de clientes...: " WS-CantDevCli
                   " mov. " WS-UniDevCli " un. $ " WS-ImporteEdit
           MOVE WS-ImpDevProv TO WS-ImporteEdit
           DISPLAY "Devoluciones a proveedores.: " WS-CantDevProv
                   " mov. " WS-UniDevProv " un. $ " WS-ImporteEdit
           IF WS-AcumOmitidos > ZERO
               DISPLAY "AVISO: tabla de acumulados llena, quedaron "
                       WS-AcumOmitidos " acumulaciones sin hacer"
           END-IF
           STOP RUN.

       CARGAR-ARTICULOS-PERFORM.
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               CONTINUE
           ELSE
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockFile
                   MOVE "N" TO WS-ArtEncontrado
                   PERFORM VARYING WS-SubArt FROM 1 BY 1
                       UNTIL WS-SubArt > WS-CantArticulos
                       IF AR-GadgetID(WS-SubArt) = GadgetID
                           SET ArtEncontrado TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT ArtEncontrado AND WS-CantArticulos < 5000
                       ADD 1 TO WS-CantArticulos
                       MOVE GadgetID TO AR-GadgetID(WS-CantArticulos)
                       MOVE GadgetName TO AR-Nombre(WS-CantArticulos)
                   END-IF
                   READ StockFile NEXT
                       AT END SET EndOfStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockFile
           END-IF.

      *    Recorre mes a mes los GadgetKardex_AAAAMM.dat del rango
      *    pedido (hasta el mes corriente como maximo), con el mismo
      *    criterio que gadget_kardex.cbl.
       LEER-ARCHIVADOS-PERFORM.
           MOVE WS-FechaDesde(1:4) TO WS-IterAnio
           MOVE WS-FechaDesde(5:2) TO WS-IterMes
           MOVE WS-FechaHasta(1:6) TO WS-PeriodoFin
           IF WS-PeriodoFin > WS-FechaHoy(1:6)
               MOVE WS-FechaHoy(1:6) TO WS-PeriodoFin
           END-IF
           PERFORM UNTIL WS-PeriodoIterN > WS-PeriodoFin
               PERFORM LEER-UN-ARCHIVO-PERFORM
               IF WS-IterMes = 12
                   ADD 1 TO WS-IterAnio
                   MOVE 1 TO WS-IterMes
               ELSE
                   ADD 1 TO WS-IterMes
               END-IF
           END-PERFORM.

       LEER-UN-ARCHIVO-PERFORM.
           MOVE SPACES TO WS-ArchivoPath
           STRING "GadgetKardex_" WS-PeriodoIterN ".dat"
               DELIMITED BY SIZE INTO WS-ArchivoPath
           OPEN INPUT ArchivoFile
           IF WS-ArchivoStatus = "35"
               CONTINUE
           ELSE
               READ ArchivoFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   MOVE ArchivoRecord TO KardexRecord
                   PERFORM FILTRAR-MOVIMIENTO-PERFORM
                   READ ArchivoFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchivoFile
           END-IF.

       LEER-VIVO-PERFORM.
           OPEN INPUT KardexFile
           IF WS-KardexStatus = "35"
               CONTINUE
           ELSE
               READ KardexFile
                   AT END SET FinKardex TO TRUE
               END-READ
               PERFORM UNTIL FinKardex
                   PERFORM FILTRAR-MOVIMIENTO-PERFORM
                   READ KardexFile
                       AT END SET FinKardex TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KardexFile
           END-IF.

       FILTRAR-MOVIMIENTO-PERFORM.
           IF (KX-DevCliente OR KX-DevProveedor)
               AND KX-Fecha >= WS-FechaDesde
               AND KX-Fecha <= WS-FechaHasta
               PERFORM ACUMULAR-DEVOLUCION-PERFORM
           END-IF.

      *    Cada devolucion se acumula tres veces: por su motivo, por
      *    su articulo y por el cliente (D) o el proveedor (P) que
      *    lleva en KX-Cliente.
       ACUMULAR-DEVOLUCION-PERFORM.
           COMPUTE WS-Importe = KX-Cantidad * KX-PrecioUnitario
           IF KX-DevCliente
               ADD 1 TO WS-CantDevCli
               ADD KX-Cantidad TO WS-UniDevCli
               ADD WS-Importe TO WS-ImpDevCli
           ELSE
               ADD 1 TO WS-CantDevProv
               ADD KX-Cantidad TO WS-UniDevProv
               ADD WS-Importe TO WS-ImpDevProv
           END-IF
           MOVE "M" TO WS-Agrupa
           MOVE SPACES TO WS-Clave
           MOVE KX-Motivo TO WS-Clave
           PERFORM ACUMULAR-PERFORM
           MOVE "A" TO WS-Agrupa
           MOVE KX-GadgetID TO WS-Clave
           PERFORM ACUMULAR-PERFORM
           IF KX-DevCliente
               MOVE "C" TO WS-Agrupa
           ELSE
               MOVE "P" TO WS-Agrupa
           END-IF
           MOVE SPACES TO WS-Clave
           MOVE KX-Cliente TO WS-Clave
           PERFORM ACUMULAR-PERFORM.

       ACUMULAR-PERFORM.
           MOVE "N" TO WS-AcumEncontrado
           PERFORM VARYING WS-SubAcum FROM 1 BY 1
               UNTIL WS-SubAcum > WS-CantAcum
               OR AcumEncontrado
               IF DV-Agrupa(WS-SubAcum) = WS-Agrupa
                   AND DV-Tipo(WS-SubAcum) = KX-Tipo
                   AND DV-Clave(WS-SubAcum) = WS-Clave
                   SET AcumEncontrado TO TRUE
                   SUBTRACT 1 FROM WS-SubAcum
               END-IF
           END-PERFORM
           IF NOT AcumEncontrado
               IF WS-CantAcum < 2000
                   ADD 1 TO WS-CantAcum
                   MOVE WS-CantAcum TO WS-SubAcum
                   SET AcumEncontrado TO TRUE
                   MOVE WS-Agrupa TO DV-Agrupa(WS-SubAcum)
                   MOVE KX-Tipo   TO DV-Tipo(WS-SubAcum)
                   MOVE WS-Clave  TO DV-Clave(WS-SubAcum)
                   MOVE ZERO TO DV-Movimientos(WS-SubAcum)
                   MOVE ZERO TO DV-Unidades(WS-SubAcum)
                   MOVE ZERO TO DV-Importe(WS-SubAcum)
               ELSE
                   ADD 1 TO WS-AcumOmitidos
               END-IF
           END-IF
           IF AcumEncontrado
               ADD 1           TO DV-Movimientos(WS-SubAcum)
               ADD KX-Cantidad TO DV-Unidades(WS-SubAcum)
               ADD WS-Importe  TO DV-Importe(WS-SubAcum)
           END-IF.

       LISTAR-GRUPO-PERFORM.
           PERFORM VARYING WS-SubAcum FROM 1 BY 1
               UNTIL WS-SubAcum > WS-CantAcum
               IF DV-Agrupa(WS-SubAcum) = WS-Agrupa
                   PERFORM LISTAR-LINEA-PERFORM
               END-IF
           END-PERFORM.

       LISTAR-LINEA-PERFORM.
           IF DV-Tipo(WS-SubAcum) = "D"
               MOVE "dev.cli " TO WS-TipoDesc
           ELSE
               MOVE "dev.prov" TO WS-TipoDesc
           END-IF
           EVALUATE WS-Agrupa
               WHEN "M"
                   PERFORM NOMBRE-MOTIVO-PERFORM
               WHEN "A"
                   PERFORM NOMBRE-ARTICULO-PERFORM
               WHEN "C"
                   PERFORM NOMBRE-CLIENTE-PERFORM
               WHEN OTHER
                   PERFORM NOMBRE-PROVEEDOR-PERFORM
           END-EVALUATE
           MOVE DV-Importe(WS-SubAcum) TO WS-ImporteEdit
           DISPLAY DV-Clave(WS-SubAcum) " " WS-Nombre " "
                   WS-TipoDesc " | " DV-Movimientos(WS-SubAcum)
                   " mov. | " DV-Unidades(WS-SubAcum) " un. | $ "
                   WS-ImporteEdit.

       NOMBRE-MOTIVO-PERFORM.
           MOVE "(motivo fuera de la tabla)" TO WS-Nombre
           PERFORM VARYING MD-Sub FROM 1 BY 1 UNTIL MD-Sub > MD-Cant
               IF MD-Codigo(MD-Sub) = DV-Clave(WS-SubAcum)(1:2)
                   MOVE MD-Descripcion(MD-Sub) TO WS-Nombre
               END-IF
           END-PERFORM.

       NOMBRE-ARTICULO-PERFORM.
           MOVE "(sin alta en el master)" TO WS-Nombre
           MOVE DV-Clave(WS-SubAcum) TO WS-ClaveNum
           PERFORM VARYING WS-SubArt FROM 1 BY 1
               UNTIL WS-SubArt > WS-CantArticulos
               IF AR-GadgetID(WS-SubArt) = WS-ClaveNum
                   MOVE AR-Nombre(WS-SubArt) TO WS-Nombre
               END-IF
           END-PERFORM.

       NOMBRE-CLIENTE-PERFORM.
           MOVE "(sin alta en GadgetCli.dat)" TO WS-Nombre
           IF DV-Clave(WS-SubAcum)(1:4) = "0000"
               MOVE "(consumidor final)" TO WS-Nombre
           END-IF
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF CliCodigo = DV-Clave(WS-SubAcum)(1:4)
                       MOVE CliNombre TO WS-Nombre
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

       NOMBRE-PROVEEDOR-PERFORM.
           MOVE "(sin alta en GadgetProv.dat)" TO WS-Nombre
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF ProvCodigo = DV-Clave(WS-SubAcum)(1:4)
                       MOVE ProvNombre TO WS-Nombre
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF.
       END PROGRAM GADGET-DEVOLUCIONES.
