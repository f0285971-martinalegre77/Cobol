      * Purpose: Rebalanceo de stock entre sucursales de GadgetShop,
      *          para correr ANTES de las ordenes de compra de
      *          gadget_po.cbl: por cada articulo con stock por
      *          debajo de su punto de pedido en una sucursal,
      *          busca sucursales del mismo GadgetID con stock por
      *          encima de su GadgetReorderTarget y propone
      *          transferencias (el donante nunca queda debajo de su
      *                 operador fecha_negocio.cbl), como en
      *                 gadgetshop.cbl; sin el archivo, sigue la
      *                 fecha del sistema.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 24 posiciones
      *                 (codigo de motivo de devolucion al final, ver
      *                 MOTDEV.CPY); el lote de transferencias lo
      *                 deja en blanco.
      *   15/10/26 MA - Cada articulo y sucursal se evalua contra su
      *                 punto de pedido aceptado en GadgetPlanif.dat
      *                 (PLNPROC.CPY); sin punto aceptado rige
      *                 UMBRAL-REORDER, como en gadgetshop.cbl y
      *                 gadget_po.cbl.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 50 posiciones
      *                 (serie de la unidad y orden de compra al final,
      *                 ver gadget_captura.cbl); las transferencias del
      *                 rebalanceo van sin serie y sin orden.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-REBALANCEO.
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT PlanifFile
           ASSIGN TO "GadgetPlanif.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-Clave
           FILE STATUS IS PLN-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       FD ParamFile.
           COPY "paramrec.cpy".
       FD LoteFile.
       01 LoteRegistro      PIC X(50).
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD PlanifFile.
           COPY "planif.cpy".
       WORKING-STORAGE SECTION.
       COPY "plnwork.cpy".
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200).
       77 WS-LINE           PIC X(55) VALUE ALL "-".
               10 RB-Sucursal    PIC 9(3).
               10 RB-Qty         PIC 9(4).
               10 RB-Objetivo    PIC 9(4).
               10 RB-Punto       PIC 9(4).
      *    Transferencias aceptadas, para el lote T.
       77 WS-CantAceptadas  PIC 9(4) VALUE ZERO.
       77 WS-SubAceptada    PIC 9(4).
           03 WS-CabTipo       PIC X VALUE "H".
           03 WS-CabLoteNro    PIC 9(6).
           03 WS-CabLoteFecha  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       01 WS-DetalleReg.
           03 WS-DetTipo       PIC X VALUE "D".
           03 WS-DetGadgetID   PIC 9(6).
           03 WS-DetSucursal   PIC 9(3).
           03 WS-DetDestino    PIC 9(3).
           03 WS-DetCliente    PIC 9(4).
           03 WS-DetMotivo     PIC XX.
           03 WS-DetSerie      PIC X(20).
           03 WS-DetOrden      PIC 9(6).
       01 WS-ColaReg.
           03 WS-ColaTipo      PIC X VALUE "T".
           03 WS-ColaCant      PIC 9(6).
           03 WS-ColaUnidades  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-StockFilePath
           PERFORM LEER-PARAMETROS-PERFORM
           PERFORM CARGAR-STOCK-PERFORM
           DISPLAY "REBALANCEO ENTRE SUCURSALES AL " WS-FechaHoy
           DISPLAY "(punto de pedido por articulo; umbral general "
                   WS-UmbralReorder ")"
           DISPLAY WS-LINE
           PERFORM VARYING WS-SubStock FROM 1 BY 1
               UNTIL WS-SubStock > WS-CantStock
               IF RB-Qty(WS-SubStock) < RB-Punto(WS-SubStock)
                   AND RB-Objetivo(WS-SubStock)
                       > RB-Qty(WS-SubStock)
                   PERFORM PROPONER-PERFORM
               DISPLAY "No existe el stock master"
               STOP RUN
           END-IF
           MOVE WS-UmbralReorder TO PLN-Umbral
           PERFORM ABRIR-PLANIF-PERFORM
           READ StockFile NEXT
               AT END SET EndOfStockFile TO TRUE
           END-READ
                   MOVE QtyInStock TO RB-Qty(WS-CantStock)
                   MOVE GadgetReorderTarget
                       TO RB-Objetivo(WS-CantStock)
                   MOVE GadgetID       TO PLN-GadgetID
                   MOVE GadgetSucursal TO PLN-Sucursal
                   PERFORM PUNTO-PEDIDO-PERFORM
                   MOVE PLN-Punto TO RB-Punto(WS-CantStock)
               ELSE
                   ADD 1 TO WS-StockOmitidos
               END-IF
                   AT END SET EndOfStockFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM CERRAR-PLANIF-PERFORM
           CLOSE StockFile
           IF WS-StockOmitidos > ZERO
               DISPLAY "AVISO: tabla de stock llena, quedaron "
               MOVE AC-Origen(WS-SubAceptada)   TO WS-DetSucursal
               MOVE AC-Destino(WS-SubAceptada)  TO WS-DetDestino
               MOVE ZERO TO WS-DetCliente
               MOVE ZERO TO WS-DetOrden
               WRITE LoteRegistro FROM WS-DetalleReg
               ADD AC-Cantidad(WS-SubAceptada) TO WS-UnidadesLote
           END-PERFORM
           DISPLAY "Archivo: RebalanceoLote.dat"
           DISPLAY "Aplicar con GADGETTRX=RebalanceoLote.dat via"
                   " gadget_edit y gadgetshop, antes de gadget_po".

       COPY "plnproc.cpy".
       END PROGRAM GADGET-REBALANCEO.
