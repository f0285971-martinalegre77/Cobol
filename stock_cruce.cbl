      *                 FechaNegocio.dat (FECHANEG.CPY), como el
      *                 resto de la corrida nocturna; sin el
      *                 archivo, sigue la fecha del sistema.
      *   15/10/26 MA - La tabla de mapeos de StockCruce.dat pasa de 500
      *                 a 9999 entradas: la migracion de stock.dat mapea
      *                 todos sus articulos.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CRUCE.
       77 WS-SubCruce       PIC 9(4).
       77 WS-CruceOmitidos  PIC 9(4) VALUE ZERO.
       01 TABLA-CRUCE.
           05 CRUCE-ITEM OCCURS 9999 TIMES.
               10 XC-ArtCodigo   PIC 9(4).
               10 XC-GadgetID    PIC 9(6).
               10 XC-VistoStock  PIC X.
                   AT END SET EndOfCruceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCruceFile
                   IF WS-CantCruce < 9999
                       ADD 1 TO WS-CantCruce
                       MOVE XR-ArtCodigo
                           TO XC-ArtCodigo(WS-CantCruce)
