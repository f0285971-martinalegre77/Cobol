      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Migracion de los articulos de stock.dat (Parcial2,
      *          consulta_stock.cob) al master de GadgetShop
      *          (GADGETSTK), para dar de baja el segundo master de
      *          inventario. Cada articulo de stock.dat mapeado en
      *          StockCruce.dat se funde con su GadgetID: si cantidad
      *          y precio cierran contra el total de sucursales del
      *          master, no hay nada que grabar. Un articulo sin
      *          mapeo se da de alta con un GadgetID nuevo (el mayor
      *          del master o del cruce mas uno) en la sucursal y la
      *          categoria por defecto, con ArtPuntoReorden como
      *          GadgetReorderTarget y el precio 9(3)V99 llevado a
      *          9(4)V99; el alta deja su ajuste J (motivo AL) en el
      *          kardex, su imagen en el journal y el mapeo nuevo en
      *          StockCruce.dat, asi el posteo espejo de gadgetshop.cbl
      *          y la conciliacion de stock_cruce.cbl lo siguen
      *          durante la corrida en paralelo. Lo que no se puede
      *          resolver solo (mapeo roto o repetido, cantidad o
      *          precio distintos, valores que no entran en el
      *          master) queda como conflicto y no se toca. Sin
      *          MIGRA_MODO=APLICAR corre en prueba: informa cada alta,
      *          fusion y conflicto sin grabar nada. MIGRA_SUCURSAL y
      *          MIGRA_CATEGORIA cambian los valores por defecto (001
      *          y PARCIAL2). Reporte en MigraReporte.txt, archivado en
      *          el spool. Codigo 4 si hay conflictos, 8 si no se
      *          puede migrar. Volver a correrla no duplica: lo ya
      *          migrado quedo mapeado y sale como fusion. La
      *          comparacion diaria durante la corrida en paralelo es
      *          stock_paralelo.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MIGRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stock
           ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArtCodigo
           FILE STATUS IS WS-ArtStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT CruceFile
           ASSIGN TO "StockCruce.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CruceStatus.
           SELECT KardexFile
           ASSIGN TO "GadgetKardex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KardexStatus.
           SELECT JournalFile
           ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-Status.
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
           SELECT ReporteFile
           ASSIGN TO "MigraReporte.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
       DATA DIVISION.
       FILE SECTION.
       FD stock.
       01 archArticulos.
           88 EndOfArchFile    VALUE HIGH-VALUE.
           03 ArtCodigo         PIC 9(4).
           03 ArtDescrip        PIC X(30).
           03 ArtCantidad       PIC 9(6).
           03 ArtPrecio         PIC 9(3)V99.
           03 ArtPuntoReorden   PIC 9(6).
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD CruceFile.
       01 CruceDetails.
           88 EndOfCruceFile  VALUE HIGH-VALUE.
           02 XR-ArtCodigo   PIC 9(4).
           02 XR-GadgetID    PIC 9(6).
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD PeriodoFile.
           COPY "periodo.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(120).
       FD CatalogFile.
           COPY "rptcat.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       COPY "perwork.cpy".
       77 WS-ArtStatus      PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-CruceStatus    PIC XX.
       77 WS-KardexStatus   PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       77 WS-ModoX          PIC X(10) VALUE SPACES.
       01 WS-Modo           PIC X VALUE "P".
           88 MODO-PRUEBA   VALUE "P".
           88 MODO-APLICAR  VALUE "A".
      *    Valores por defecto de las altas.
       01 WS-SucursalX      PIC X(3) VALUE SPACES.
       01 WS-Sucursal REDEFINES WS-SucursalX PIC 9(3).
       77 WS-Categoria      PIC X(15) VALUE SPACES.
      *    Mapeos de StockCruce.dat en memoria.
       77 WS-CantCruce      PIC 9(4) VALUE ZERO.
       77 WS-SubCruce       PIC 9(4).
       77 WS-SubMapeo       PIC 9(4).
       77 WS-UsosGadget     PIC 9(4).
       01 TABLA-CRUCE.
           05 CRUCE-ITEM OCCURS 9999 TIMES.
               10 XC-ArtCodigo   PIC 9(4).
               10 XC-GadgetID    PIC 9(6).
       01 WS-Mapeado        PIC X.
           88 Mapeado       VALUE "S".
      *    Total del GadgetID en todas las sucursales del master.
       77 WS-BuscarGadgetID PIC 9(6).
       77 WS-SucGadget      PIC 9(3).
       77 WS-QtyGadget      PIC 9(7).
       01 WS-PrecioDistinto PIC X.
           88 PrecioDistinto VALUE "S".
       01 WS-FinArticulo    PIC X.
           88 FinArticulo   VALUE "S".
       77 WS-UltGadgetID    PIC 9(6) VALUE ZERO.
       77 WS-Motivo         PIC X(45).
       77 WS-CantLeidos     PIC 9(5) VALUE ZERO.
       77 WS-CantAltas      PIC 9(5) VALUE ZERO.
       77 WS-CantFusiones   PIC 9(5) VALUE ZERO.
       77 WS-CantConflictos PIC 9(5) VALUE ZERO.
       01 WS-EditPrecio     PIC ZZ9,99.
       01 WS-EditQty        PIC ZZZZZ9.
       01 WS-EditQtyGadget  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           ACCEPT WS-ModoX FROM ENVIRONMENT "MIGRA_MODO"
           IF WS-ModoX = "APLICAR"
               SET MODO-APLICAR TO TRUE
           END-IF
           ACCEPT WS-SucursalX FROM ENVIRONMENT "MIGRA_SUCURSAL"
           IF WS-SucursalX = SPACES
               MOVE "001" TO WS-SucursalX
           END-IF
           IF WS-SucursalX NOT NUMERIC OR WS-Sucursal = ZERO
               DISPLAY "ERROR: MIGRA_SUCURSAL invalida: " WS-SucursalX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-Categoria FROM ENVIRONMENT "MIGRA_CATEGORIA"
           IF WS-Categoria = SPACES
               MOVE "PARCIAL2" TO WS-Categoria
           END-IF
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           IF MODO-APLICAR
               MOVE "STOCK-MIGRA" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
      *        Las altas dejan su ajuste en el kardex con la fecha de
      *        negocio: no se admiten en un periodo cerrado.
               MOVE WS-FechaHoy TO PER-Fecha
               PERFORM PERIODO-CERRADO-PERFORM
               IF PER-Cerrado
                   DISPLAY "ERROR: el periodo " PER-Periodo
                           " esta cerrado, no se migra"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM CARGAR-CRUCE-PERFORM
           PERFORM ULTIMO-GADGETID-PERFORM
           OPEN INPUT stock
           IF WS-ArtStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir stock.dat (status "
                       WS-ArtStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-APLICAR
               MOVE WS-StockFilePath TO BKP-Archivo
               PERFORM GEN-BACKUP-PERFORM
               OPEN I-O StockFile
               OPEN EXTEND CruceFile
               IF WS-CruceStatus = "35"
                   OPEN OUTPUT CruceFile
               END-IF
               OPEN EXTEND KardexFile
               IF WS-KardexStatus = "35"
                   OPEN OUTPUT KardexFile
               END-IF
           ELSE
               OPEN INPUT StockFile
           END-IF
           IF WS-StockStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir el master "
                       WS-StockFilePath " (status " WS-StockStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ENCABEZADO-PERFORM
           READ stock NEXT
               AT END SET EndOfArchFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfArchFile
               ADD 1 TO WS-CantLeidos
               PERFORM MIGRAR-ARTICULO-PERFORM
               READ stock NEXT
                   AT END SET EndOfArchFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE stock
           CLOSE StockFile
           IF MODO-APLICAR
               CLOSE CruceFile
               CLOSE KardexFile
           END-IF
           PERFORM TOTALES-PERFORM
           IF WS-CantConflictos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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

      *    El GadgetID nuevo sale del mayor de los mapeos: un mapeo
      *    roto puede apuntar a un GadgetID que todavia no existe en
      *    el master.
       CARGAR-CRUCE-PERFORM.
           OPEN INPUT CruceFile
           IF WS-CruceStatus = "35"
               CONTINUE
           ELSE
               READ CruceFile
                   AT END SET EndOfCruceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCruceFile
                   IF WS-CantCruce = 9999
                       DISPLAY "ERROR: mas de 9999 mapeos en"
                               " StockCruce.dat, ampliar TABLA-CRUCE"
                       CLOSE CruceFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CantCruce
                   MOVE XR-ArtCodigo TO XC-ArtCodigo(WS-CantCruce)
                   MOVE XR-GadgetID  TO XC-GadgetID(WS-CantCruce)
                   IF XR-GadgetID > WS-UltGadgetID
                       MOVE XR-GadgetID TO WS-UltGadgetID
                   END-IF
                   READ CruceFile
                       AT END SET EndOfCruceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CruceFile
           END-IF.

       ULTIMO-GADGETID-PERFORM.
           OPEN INPUT StockFile
           IF WS-StockStatus = "00"
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfStockFile
                   IF GadgetID > WS-UltGadgetID
                       MOVE GadgetID TO WS-UltGadgetID
                   END-IF
                   READ StockFile NEXT
                       AT END SET EndOfStockFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StockFile
           END-IF.

       ENCABEZADO-PERFORM.
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           IF MODO-APLICAR
               STRING "MIGRACION STOCK.DAT -> GADGETSTOCK - "
                      WS-FechaHoy " - APLICADA"
                   DELIMITED BY SIZE INTO RptLinea
           ELSE
               STRING "MIGRACION STOCK.DAT -> GADGETSTOCK - "
                      WS-FechaHoy " - PRUEBA, SIN GRABAR"
                   DELIMITED BY SIZE INTO RptLinea
           END-IF
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Altas en sucursal " WS-Sucursal
                  ", categoria " WS-Categoria
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       MIGRAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-Mapeado
           PERFORM VARYING WS-SubCruce FROM 1 BY 1
               UNTIL WS-SubCruce > WS-CantCruce OR Mapeado
               IF XC-ArtCodigo(WS-SubCruce) = ArtCodigo
                   SET Mapeado TO TRUE
                   MOVE WS-SubCruce TO WS-SubMapeo
               END-IF
           END-PERFORM
           IF Mapeado
               PERFORM EVALUAR-FUSION-PERFORM
           ELSE
               PERFORM EVALUAR-ALTA-PERFORM
           END-IF.

      *    Articulo mapeado: se funde con su GadgetID si el master
      *    ya refleja lo mismo que stock.dat (el posteo espejo los
      *    mantiene iguales); cualquier diferencia se informa y se
      *    resuelve a mano antes de apagar stock.dat.
       EVALUAR-FUSION-PERFORM.
           MOVE XC-GadgetID(WS-SubMapeo) TO WS-BuscarGadgetID
           MOVE ZERO TO WS-UsosGadget
           PERFORM VARYING WS-SubCruce FROM 1 BY 1
               UNTIL WS-SubCruce > WS-CantCruce
               IF XC-GadgetID(WS-SubCruce) = WS-BuscarGadgetID
                   ADD 1 TO WS-UsosGadget
               END-IF
           END-PERFORM
           PERFORM ACUMULAR-GADGET-PERFORM
           MOVE SPACES TO WS-Motivo
           EVALUATE TRUE
               WHEN WS-SucGadget = ZERO
                   MOVE "el GadgetID mapeado no existe en el master"
                       TO WS-Motivo
               WHEN WS-UsosGadget > 1
                   MOVE "el GadgetID esta mapeado a mas de un articulo"
                       TO WS-Motivo
               WHEN ArtCantidad NOT = WS-QtyGadget
                   MOVE "cantidad distinta" TO WS-Motivo
               WHEN PrecioDistinto
                   MOVE "precio distinto" TO WS-Motivo
           END-EVALUATE
           MOVE ArtCantidad TO WS-EditQty
           MOVE ArtPrecio   TO WS-EditPrecio
           MOVE SPACES TO RptLinea
           IF WS-Motivo = SPACES
               ADD 1 TO WS-CantFusiones
               STRING "FUSION    " ArtCodigo " -> " WS-BuscarGadgetID
                      " " ArtDescrip " cant " WS-EditQty
                      " $ " WS-EditPrecio
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           ELSE
               ADD 1 TO WS-CantConflictos
               MOVE WS-QtyGadget TO WS-EditQtyGadget
               STRING "CONFLICTO " ArtCodigo " -> " WS-BuscarGadgetID
                      " " ArtDescrip " cant " WS-EditQty
                      "/" WS-EditQtyGadget " $ " WS-EditPrecio
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               MOVE SPACES TO RptLinea
               STRING "          " WS-Motivo
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF.

      *    Recorre todas las sucursales del GadgetID: cantidad total
      *    y si algun registro tiene un precio distinto del de
      *    stock.dat.
       ACUMULAR-GADGET-PERFORM.
           MOVE ZERO TO WS-SucGadget
           MOVE ZERO TO WS-QtyGadget
           MOVE "N" TO WS-PrecioDistinto
           MOVE "N" TO WS-FinArticulo
           MOVE WS-BuscarGadgetID TO GadgetID
           MOVE ZERO              TO GadgetSucursal
           START StockFile KEY IS NOT LESS THAN GadgetKey
               INVALID KEY SET FinArticulo TO TRUE
           END-START
           PERFORM UNTIL FinArticulo
               READ StockFile NEXT
                   AT END SET FinArticulo TO TRUE
                   NOT AT END
                       IF GadgetID NOT = WS-BuscarGadgetID
                           SET FinArticulo TO TRUE
                       ELSE
                           ADD 1 TO WS-SucGadget
                           ADD QtyInStock TO WS-QtyGadget
                           IF Price NOT = ArtPrecio
                               SET PrecioDistinto TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Articulo sin mapeo: alta con GadgetID nuevo. La cantidad y
      *    el punto de reorden de stock.dat son 9(6) y el master
      *    lleva 9(4): lo que no entra queda como conflicto.
       EVALUAR-ALTA-PERFORM.
           MOVE ArtCantidad TO WS-EditQty
           MOVE ArtPrecio   TO WS-EditPrecio
           MOVE SPACES TO RptLinea
           IF ArtCantidad > 9999 OR ArtPuntoReorden > 9999
               ADD 1 TO WS-CantConflictos
               STRING "CONFLICTO " ArtCodigo " -> ------ " ArtDescrip
                      " cant " WS-EditQty " $ " WS-EditPrecio
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               MOVE SPACES TO RptLinea
               STRING "          cantidad o punto de reorden mayor"
                      " que 9999, no entra en el master"
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           ELSE
               ADD 1 TO WS-UltGadgetID
               ADD 1 TO WS-CantAltas
               STRING "ALTA      " ArtCodigo " -> " WS-UltGadgetID
                      " " ArtDescrip " cant " WS-EditQty
                      " $ " WS-EditPrecio
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               IF MODO-APLICAR
                   PERFORM GRABAR-ALTA-PERFORM
               END-IF
           END-IF.

       GRABAR-ALTA-PERFORM.
           MOVE SPACES TO GadgetDetails
           MOVE WS-UltGadgetID  TO GadgetID
           MOVE WS-Sucursal     TO GadgetSucursal
           MOVE ArtDescrip      TO GadgetName
           MOVE ArtCantidad     TO QtyInStock
           MOVE ArtPrecio       TO Price
           MOVE WS-Categoria    TO GadgetCategory
           MOVE ZERO            TO GadgetSupplier
           MOVE ArtPuntoReorden TO GadgetReorderTarget
      *    stock.dat no maneja costo: queda en cero hasta la primera
      *    factura de proveedor.
           MOVE ZERO            TO GadgetCost
           WRITE GadgetDetails
               INVALID KEY
                   DISPLAY "ERROR: clave duplicada en el alta de "
                           GadgetKey
                   CLOSE stock
                   CLOSE StockFile
                   CLOSE CruceFile
                   CLOSE KardexFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE "GADGETSTK"   TO JRN-Archivo
           MOVE GadgetKey     TO JRN-Clave
           MOVE SPACES        TO JRN-Antes
           MOVE GadgetDetails TO JRN-Despues
           MOVE "A"           TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM
           MOVE SPACES TO KardexRecord
           MOVE WS-FechaHoy    TO KX-Fecha
           MOVE GadgetID       TO KX-GadgetID
           MOVE "J"            TO KX-Tipo
           MOVE QtyInStock     TO KX-Cantidad
           MOVE QtyInStock     TO KX-Saldo
           MOVE GadgetSucursal TO KX-Sucursal
           MOVE Price          TO KX-PrecioUnitario
           MOVE ZERO           TO KX-Cliente
           MOVE "AL"           TO KX-Motivo
           WRITE KardexRecord
           MOVE ArtCodigo TO XR-ArtCodigo
           MOVE GadgetID  TO XR-GadgetID
           WRITE CruceDetails.

       TOTALES-PERFORM.
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Articulos en stock.dat: " WS-CantLeidos
                  "  Altas: " WS-CantAltas
                  "  Fusiones: " WS-CantFusiones
                  "  Conflictos: " WS-CantConflictos
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "MigraReporte"     TO SPL-Reporte
           MOVE "MigraReporte.txt" TO SPL-Origen
           MOVE "STOCK-MIGRA"      TO SPL-Programa
           MOVE WS-FechaHoy        TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           IF MODO-APLICAR
               DISPLAY "MIGRACION STOCK.DAT -> GADGETSTOCK APLICADA"
           ELSE
               DISPLAY "MIGRACION STOCK.DAT -> GADGETSTOCK EN PRUEBA"
                       " (sin grabar; MIGRA_MODO=APLICAR para migrar)"
           END-IF
           DISPLAY "Articulos en stock.dat: " WS-CantLeidos
           DISPLAY "Altas.................: " WS-CantAltas
           DISPLAY "Fusiones..............: " WS-CantFusiones
           DISPLAY "Conflictos............: " WS-CantConflictos
           DISPLAY "Detalle en MigraReporte.txt".

       COPY "spoolproc.cpy".
       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       COPY "perproc.cpy".
       END PROGRAM STOCK-MIGRA.
