      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Articulos sin codigo de barra. Recorre el stock
      *          master (GADGETSTK) en orden de articulo y lista cada
      *          GadgetID que no tiene ningun EAN-13 en GadgetEAN.dat
      *          (EAN.CPY, se mantiene con gadget_ean.cbl), con las
      *          sucursales donde esta dado de alta y el stock total,
      *          para completar la tabla antes de que la captura o el
      *          conteo lo necesiten escanear. Activo es todo articulo
      *          dado de alta en el master en alguna sucursal. Codigo
      *          4 si hay articulos sin codigo, 8 si la tabla de
      *          codigos no entra en memoria.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-EAN-FALTANTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT EanFile
           ASSIGN TO "GadgetEAN.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-Codigo
           FILE STATUS IS EAN-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD EanFile.
           COPY "ean.cpy".
       WORKING-STORAGE SECTION.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 EAN-Status        PIC XX.
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-FinEan         PIC X VALUE "N".
           88 FinEan        VALUE "S".
      *    Articulos con al menos un codigo, en el orden de la tabla
      *    de codigos (sin repetir).
       01 TABLA-CONCODIGO.
           05 TC-GadgetID   PIC 9(6) OCCURS 9999 TIMES.
       77 WS-CantConCodigo  PIC 9(4) VALUE ZERO.
       77 WS-CantCodigos    PIC 9(5) VALUE ZERO.
       77 WS-SubTabla       PIC 9(4).
       01 WS-TieneCodigo    PIC X.
           88 TieneCodigo   VALUE "S".
      *    Corte por articulo sobre el master.
       77 WS-ArtActual      PIC 9(6).
       77 WS-NomActual      PIC X(30).
       77 WS-SucActual      PIC X(40).
       77 WS-PtrSuc         PIC 9(3).
       77 WS-StockActual    PIC 9(7).
       77 WS-CantArticulos  PIC 9(5) VALUE ZERO.
       77 WS-CantFaltantes  PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM CARGAR-CODIGOS-PERFORM
           DISPLAY "ARTICULOS SIN CODIGO DE BARRA (EAN-13)"
           DISPLAY WS-LINE
           DISPLAY "Articulo Nombre                         Stock"
                   "   Sucursales"
           OPEN INPUT StockFile
           IF WS-StockStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir el master "
                       WS-StockFilePath " (status " WS-StockStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ArtActual
           READ StockFile NEXT
               AT END SET EndOfStockFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStockFile
               IF GadgetID NOT = WS-ArtActual
                   IF WS-ArtActual NOT = ZERO
                       PERFORM CERRAR-ARTICULO-PERFORM
                   END-IF
                   MOVE GadgetID   TO WS-ArtActual
                   MOVE GadgetName TO WS-NomActual
                   MOVE SPACES     TO WS-SucActual
                   MOVE 1          TO WS-PtrSuc
                   MOVE ZERO       TO WS-StockActual
               END-IF
               ADD QtyInStock TO WS-StockActual
               IF WS-PtrSuc < 38
                   STRING GadgetSucursal DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          INTO WS-SucActual WITH POINTER WS-PtrSuc
               END-IF
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           IF WS-ArtActual NOT = ZERO
               PERFORM CERRAR-ARTICULO-PERFORM
           END-IF
           CLOSE StockFile
           DISPLAY WS-LINE
           DISPLAY "Articulos en el master.: " WS-CantArticulos
           DISPLAY "Codigos cargados.......: " WS-CantCodigos
           DISPLAY "Articulos sin codigo...: " WS-CantFaltantes
           IF WS-CantFaltantes > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Sin GadgetEAN.dat todos los articulos salen sin codigo.
       CARGAR-CODIGOS-PERFORM.
           OPEN INPUT EanFile
           IF EAN-Status = "00"
               READ EanFile NEXT
                   AT END SET FinEan TO TRUE
               END-READ
               PERFORM UNTIL FinEan
                   ADD 1 TO WS-CantCodigos
                   PERFORM MARCAR-CODIGO-PERFORM
                   READ EanFile NEXT
                       AT END SET FinEan TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EanFile
           END-IF.

       MARCAR-CODIGO-PERFORM.
           MOVE EA-GadgetID TO WS-ArtActual
           PERFORM BUSCAR-CODIGO-PERFORM
           IF NOT TieneCodigo
               IF WS-CantConCodigo = 9999
                   DISPLAY "ERROR: mas de 9999 articulos con codigo,"
                           " ampliar TABLA-CONCODIGO"
                   CLOSE EanFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CantConCodigo
               MOVE EA-GadgetID TO TC-GadgetID(WS-CantConCodigo)
           END-IF.

       BUSCAR-CODIGO-PERFORM.
           MOVE "N" TO WS-TieneCodigo
           PERFORM VARYING WS-SubTabla FROM 1 BY 1
               UNTIL WS-SubTabla > WS-CantConCodigo OR TieneCodigo
               IF TC-GadgetID(WS-SubTabla) = WS-ArtActual
                   SET TieneCodigo TO TRUE
               END-IF
           END-PERFORM.

       CERRAR-ARTICULO-PERFORM.
           ADD 1 TO WS-CantArticulos
           PERFORM BUSCAR-CODIGO-PERFORM
           IF NOT TieneCodigo
               ADD 1 TO WS-CantFaltantes
               DISPLAY WS-ArtActual "   " WS-NomActual " "
                       WS-StockActual "   " WS-SucActual
           END-IF.
       END PROGRAM GADGET-EAN-FALTANTES.
