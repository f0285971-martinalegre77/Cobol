      *                 nombre fijo se sigue pisando en cada corrida,
      *                 pero la copia del dia queda; consulta y
      *                 depuracion con reporte_spool.cbl.
      *   15/10/26 MA - La deteccion compara cada articulo y sucursal
      *                 contra su punto de pedido aceptado en
      *                 GadgetPlanif.dat (PLNPROC.CPY), igual que la
      *                 lista de reposicion de gadgetshop.cbl; sin punto
      *                 aceptado rige UMBRAL-REORDER.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PO.
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
           SELECT PlanifFile
           ASSIGN TO "GadgetPlanif.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-Clave
           FILE STATUS IS PLN-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY "gadgetpo.cpy".
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD PlanifFile.
           COPY "planif.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "plnwork.cpy".
       77 WS-StockFilePath  PIC X(200).
       77 WS-StockStatus    PIC XX.
       77 WS-PoFilePath     PIC X(20).
           END-IF.

      *    Un articulo entra en la lista cuando su stock esta por
      *    debajo de su punto de pedido (el aceptado en
      *    GadgetPlanif.dat o, si no tiene, el umbral general); la
      *    cantidad sugerida lo lleva de vuelta
      *    a la cantidad objetivo. Sin proveedor o sin objetivo
      *    cargado no se puede sugerir y se avisa aparte.
       DETECTAR-SUGERIDOS-PERFORM.
               DISPLAY "No existe el stock master"
               STOP RUN
           END-IF
           MOVE WS-UmbralReorder TO PLN-Umbral
           PERFORM ABRIR-PLANIF-PERFORM
           READ StockFile NEXT
               AT END SET EndOfStockFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfStockFile
               MOVE GadgetID       TO PLN-GadgetID
               MOVE GadgetSucursal TO PLN-Sucursal
               PERFORM PUNTO-PEDIDO-PERFORM
               IF QtyInStock < PLN-Punto
                   EVALUATE TRUE
                       WHEN GadgetSupplier = ZERO
                           ADD 1 TO WS-SinProveedor
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM CERRAR-PLANIF-PERFORM
           CLOSE StockFile
           IF WS-SugOmitidos > ZERO
               DISPLAY "AVISO: tabla de sugerencias llena, quedaron "
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       COPY "plnproc.cpy".
       END PROGRAM GADGET-PO.
