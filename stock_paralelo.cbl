      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Reporte de la corrida en paralelo de stock.dat
      *          (Parcial2) y GadgetStock.dat mientras se migra el
      *          primero al segundo (stock_migra.cbl). Para cada
      *          articulo de stock.dat ya migrado (mapeado en
      *          StockCruce.dat) compara el valorizado de Parcial2
      *          (ArtCantidad x ArtPrecio, como la consulta valorizada
      *          de consulta_stock.cob) con el de GadgetShop (QtyInStock
      *          x Price de todas las sucursales del GadgetID, como el
      *          valorizado de gadgetshop.cbl) y lista los que no
      *          cierran en cantidad o valor y los que faltan migrar.
      *          Agrega la foto del dia a ParaleloHist.dat
      *          (PARALELO.CPY) y cierra con el historial del periodo
      *          (desde PARALELO_DESDE, AAAAMMDD; sin la variable, todo)
      *          y los dias consecutivos sin diferencias al cierre: con
      *          PARALELO_DIAS dias limpios seguidos (20 por defecto) y
      *          nada sin migrar, stock.dat se puede apagar. Reporte en
      *          ParaleloReporte.txt, archivado en el spool. Codigo 4 si
      *          hay diferencias en el dia, 8 si no se puede comparar.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - PARALELO_DIAS se acepta sin ceros a la
      *                 izquierda (20 igual que 020).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-PARALELO.
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
           FILE STATUS IS WS-StockStatus.
           SELECT CruceFile
           ASSIGN TO "StockCruce.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CruceStatus.
           SELECT ParaleloFile
           ASSIGN TO "ParaleloHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParaleloStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT ReporteFile
           ASSIGN TO "ParaleloReporte.txt"
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
       FD ParaleloFile.
           COPY "paralelo.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(120).
       FD CatalogFile.
           COPY "rptcat.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-ArtStatus      PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-CruceStatus    PIC XX.
       77 WS-ParaleloStatus PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-DesdeX         PIC X(8) VALUE SPACES.
       01 WS-Desde REDEFINES WS-DesdeX PIC 9(8).
       77 WS-DiasX          PIC X(3) VALUE SPACES.
       77 WS-DiasRequeridos PIC 9(3) VALUE 20.
       01 WS-DiasOk         PIC X VALUE "S".
           88 DiasValidos   VALUE "S".
      *    Mapeos de StockCruce.dat en memoria.
       77 WS-CantCruce      PIC 9(4) VALUE ZERO.
       77 WS-SubCruce       PIC 9(4).
       01 TABLA-CRUCE.
           05 CRUCE-ITEM OCCURS 9999 TIMES.
               10 XC-ArtCodigo   PIC 9(4).
               10 XC-GadgetID    PIC 9(6).
       01 WS-Mapeado        PIC X.
           88 Mapeado       VALUE "S".
       77 WS-BuscarGadgetID PIC 9(6).
       77 WS-QtyGadget      PIC 9(7).
       77 WS-ValorGadgetArt PIC 9(10)V99.
       77 WS-ValorArt       PIC 9(10)V99.
       01 WS-FinArticulo    PIC X.
           88 FinArticulo   VALUE "S".
      *    Foto del dia.
       77 WS-CantMigrados   PIC 9(5) VALUE ZERO.
       77 WS-CantSinMigrar  PIC 9(5) VALUE ZERO.
       77 WS-CantConDif     PIC 9(5) VALUE ZERO.
       77 WS-ValorParcial2  PIC 9(10)V99 VALUE ZERO.
       77 WS-ValorGadget    PIC 9(10)V99 VALUE ZERO.
       77 WS-DifValor       PIC S9(11)V99.
      *    Historial del periodo, una entrada por fecha.
       77 WS-CantDias       PIC 9(3) VALUE ZERO.
       77 WS-SubDia         PIC 9(3).
       77 WS-DiasLimpios    PIC 9(3) VALUE ZERO.
       01 TABLA-DIAS.
           05 DIA-ITEM OCCURS 400 TIMES.
               10 TD-Fecha        PIC 9(8).
               10 TD-Migrados     PIC 9(5).
               10 TD-SinMigrar    PIC 9(5).
               10 TD-ConDif       PIC 9(5).
               10 TD-Parcial2     PIC 9(10)V99.
               10 TD-Gadget       PIC 9(10)V99.
       01 WS-FinParalelo    PIC X VALUE "N".
           88 FinParalelo   VALUE "S".
       01 WS-EditQty        PIC ZZZZZ9.
       01 WS-EditQtyGadget  PIC ZZZZZZ9.
       01 WS-EditValor      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-EditValor2     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-EditDif        PIC -.---.---.--9,99.
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-DesdeX FROM ENVIRONMENT "PARALELO_DESDE"
           IF WS-DesdeX = SPACES
               MOVE ZERO TO WS-Desde
           END-IF
      *    PARALELO_DIAS puede venir sin ceros a la izquierda
      *    ("20"); un valor negativo o con decimales es invalido.
           ACCEPT WS-DiasX FROM ENVIRONMENT "PARALELO_DIAS"
           IF WS-DiasX NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DiasX) NOT = ZERO
                   MOVE "N" TO WS-DiasOk
               ELSE
                   COMPUTE WS-DiasRequeridos = FUNCTION NUMVAL(WS-DiasX)
                   IF WS-DiasRequeridos NOT = FUNCTION NUMVAL(WS-DiasX)
                       MOVE "N" TO WS-DiasOk
                   END-IF
               END-IF
           END-IF
           IF WS-DesdeX NOT NUMERIC OR NOT DiasValidos
               DISPLAY "ERROR: PARALELO_DESDE (AAAAMMDD) o"
                       " PARALELO_DIAS (999) invalidos"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CRUCE-PERFORM
           OPEN INPUT stock
           IF WS-ArtStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir stock.dat (status "
                       WS-ArtStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT StockFile
           IF WS-StockStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir el master "
                       WS-StockFilePath " (status " WS-StockStatus ")"
               CLOSE stock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "CORRIDA EN PARALELO STOCK.DAT / GADGETSTOCK - "
                  WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           READ stock NEXT
               AT END SET EndOfArchFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfArchFile
               PERFORM COMPARAR-ARTICULO-PERFORM
               READ stock NEXT
                   AT END SET EndOfArchFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE stock
           CLOSE StockFile
           PERFORM TOTALES-DIA-PERFORM
           PERFORM GRABAR-FOTO-PERFORM
           PERFORM HISTORIAL-PERFORM
           CLOSE ReporteFile
           MOVE "ParaleloReporte"     TO SPL-Reporte
           MOVE "ParaleloReporte.txt" TO SPL-Origen
           MOVE "STOCK-PARALELO"      TO SPL-Programa
           MOVE WS-FechaHoy           TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "CORRIDA EN PARALELO STOCK.DAT / GADGETSTOCK"
           DISPLAY "Articulos migrados.......: " WS-CantMigrados
           DISPLAY "Sin migrar...............: " WS-CantSinMigrar
           DISPLAY "Con diferencias..........: " WS-CantConDif
           DISPLAY "Dias seguidos sin difer..: " WS-DiasLimpios
           DISPLAY "Detalle en ParaleloReporte.txt"
           IF WS-CantConDif > ZERO
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
                   READ CruceFile
                       AT END SET EndOfCruceFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CruceFile
           END-IF.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COMPARAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-Mapeado
           PERFORM VARYING WS-SubCruce FROM 1 BY 1
               UNTIL WS-SubCruce > WS-CantCruce OR Mapeado
               IF XC-ArtCodigo(WS-SubCruce) = ArtCodigo
                   SET Mapeado TO TRUE
                   MOVE XC-GadgetID(WS-SubCruce) TO WS-BuscarGadgetID
               END-IF
           END-PERFORM
           MOVE ArtCantidad TO WS-EditQty
           MOVE SPACES TO RptLinea
           IF NOT Mapeado
               ADD 1 TO WS-CantSinMigrar
               STRING "SIN MIGRAR " ArtCodigo " " ArtDescrip
                      " cant " WS-EditQty
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           ELSE
               ADD 1 TO WS-CantMigrados
               COMPUTE WS-ValorArt = ArtCantidad * ArtPrecio
               PERFORM ACUMULAR-GADGET-PERFORM
               ADD WS-ValorArt       TO WS-ValorParcial2
               ADD WS-ValorGadgetArt TO WS-ValorGadget
               IF ArtCantidad NOT = WS-QtyGadget
                   OR WS-ValorArt NOT = WS-ValorGadgetArt
                   ADD 1 TO WS-CantConDif
                   MOVE WS-QtyGadget      TO WS-EditQtyGadget
                   MOVE WS-ValorArt       TO WS-EditValor
                   MOVE WS-ValorGadgetArt TO WS-EditValor2
                   STRING "DIFERENCIA " ArtCodigo " -> "
                          WS-BuscarGadgetID " cant " WS-EditQty "/"
                          WS-EditQtyGadget " valor $" WS-EditValor
                          " / $" WS-EditValor2
                       DELIMITED BY SIZE INTO RptLinea
                   PERFORM ESCRIBIR-LINEA-PERFORM
               END-IF
           END-IF.

      *    Valorizado del GadgetID en todas sus sucursales.
       ACUMULAR-GADGET-PERFORM.
           MOVE ZERO TO WS-QtyGadget
           MOVE ZERO TO WS-ValorGadgetArt
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
                           ADD QtyInStock TO WS-QtyGadget
                           COMPUTE WS-ValorGadgetArt =
                               WS-ValorGadgetArt + QtyInStock * Price
                       END-IF
               END-READ
           END-PERFORM.

       TOTALES-DIA-PERFORM.
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Migrados: " WS-CantMigrados
                  "  Sin migrar: " WS-CantSinMigrar
                  "  Con diferencias: " WS-CantConDif
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-ValorParcial2 TO WS-EditValor
           MOVE SPACES TO RptLinea
           STRING "Valorizado Parcial2 (migrados)..: $ " WS-EditValor
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-ValorGadget TO WS-EditValor
           MOVE SPACES TO RptLinea
           STRING "Valorizado GadgetShop (migrados): $ " WS-EditValor
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           COMPUTE WS-DifValor = WS-ValorGadget - WS-ValorParcial2
           MOVE WS-DifValor TO WS-EditDif
           MOVE SPACES TO RptLinea
           STRING "Diferencia......................: $ " WS-EditDif
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       GRABAR-FOTO-PERFORM.
           OPEN EXTEND ParaleloFile
           IF WS-ParaleloStatus = "35"
               OPEN OUTPUT ParaleloFile
           END-IF
           MOVE WS-FechaHoy      TO PA-Fecha
           MOVE WS-CantMigrados  TO PA-Migrados
           MOVE WS-CantSinMigrar TO PA-SinMigrar
           MOVE WS-CantConDif    TO PA-ConDiferencia
           MOVE WS-ValorParcial2 TO PA-ValorParcial2
           MOVE WS-ValorGadget   TO PA-ValorGadget
           WRITE ParaleloRecord
           CLOSE ParaleloFile.

      *    Un dia es limpio si no hay nada sin migrar, ningun
      *    articulo con diferencia y los dos valorizados son iguales;
      *    se cuentan los dias limpios seguidos hasta el ultimo.
       HISTORIAL-PERFORM.
           OPEN INPUT ParaleloFile
           IF WS-ParaleloStatus = "00"
               READ ParaleloFile
                   AT END SET FinParalelo TO TRUE
               END-READ
               PERFORM UNTIL FinParalelo
                   IF PA-Fecha >= WS-Desde
                       PERFORM ANOTAR-DIA-PERFORM
                   END-IF
                   READ ParaleloFile
                       AT END SET FinParalelo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParaleloFile
           END-IF
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           IF WS-Desde = ZERO
               MOVE "HISTORIAL DE LA CORRIDA EN PARALELO" TO RptLinea
           ELSE
               STRING "HISTORIAL DE LA CORRIDA EN PARALELO DESDE "
                      WS-Desde
                   DELIMITED BY SIZE INTO RptLinea
           END-IF
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Fecha    Migr. SinMg ConDf    Valor Parcial2"
               & "   Valor GadgetShop" TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE ZERO TO WS-DiasLimpios
           PERFORM VARYING WS-SubDia FROM 1 BY 1
               UNTIL WS-SubDia > WS-CantDias
               MOVE TD-Parcial2(WS-SubDia) TO WS-EditValor
               MOVE TD-Gadget(WS-SubDia)   TO WS-EditValor2
               MOVE SPACES TO RptLinea
               STRING TD-Fecha(WS-SubDia) " "
                      TD-Migrados(WS-SubDia) " "
                      TD-SinMigrar(WS-SubDia) " "
                      TD-ConDif(WS-SubDia) " "
                      WS-EditValor " " WS-EditValor2
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               IF TD-SinMigrar(WS-SubDia) = ZERO
                   AND TD-ConDif(WS-SubDia) = ZERO
                   AND TD-Parcial2(WS-SubDia) = TD-Gadget(WS-SubDia)
                   ADD 1 TO WS-DiasLimpios
               ELSE
                   MOVE ZERO TO WS-DiasLimpios
               END-IF
           END-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Dias en el periodo: " WS-CantDias
                  "  Dias seguidos sin diferencias al cierre: "
                  WS-DiasLimpios " (se piden " WS-DiasRequeridos ")"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF WS-DiasLimpios >= WS-DiasRequeridos
               AND WS-DiasRequeridos > ZERO
               MOVE "RESULTADO: stock.dat se puede dar de baja, el"
                   & " master GadgetShop cierra con Parcial2"
                   TO RptLinea
           ELSE
               MOVE "RESULTADO: seguir en paralelo" TO RptLinea
           END-IF
           PERFORM ESCRIBIR-LINEA-PERFORM.

      *    Dos corridas con la misma fecha: rige la ultima.
       ANOTAR-DIA-PERFORM.
           IF WS-CantDias > ZERO
               AND TD-Fecha(WS-CantDias) = PA-Fecha
               CONTINUE
           ELSE
               IF WS-CantDias = 400
                   PERFORM VARYING WS-SubDia FROM 1 BY 1
                       UNTIL WS-SubDia > 399
                       MOVE DIA-ITEM(WS-SubDia + 1)
                           TO DIA-ITEM(WS-SubDia)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-CantDias
               END-IF
           END-IF
           MOVE PA-Fecha         TO TD-Fecha(WS-CantDias)
           MOVE PA-Migrados      TO TD-Migrados(WS-CantDias)
           MOVE PA-SinMigrar     TO TD-SinMigrar(WS-CantDias)
           MOVE PA-ConDiferencia TO TD-ConDif(WS-CantDias)
           MOVE PA-ValorParcial2 TO TD-Parcial2(WS-CantDias)
           MOVE PA-ValorGadget   TO TD-Gadget(WS-CantDias).

       COPY "spoolproc.cpy".
       END PROGRAM STOCK-PARALELO.
