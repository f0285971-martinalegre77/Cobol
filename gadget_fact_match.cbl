      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Apareo de tres vias de las facturas de proveedores
      *          de GadgetShop: cada linea de GadgetFactProv.dat
      *          (FACTPROV.CPY, carga en gadget_factprov.cbl) se
      *          aparea con la linea de orden de compra de
      *          GadgetPO.dat (GADGETPO.CPY) del mismo proveedor,
      *          articulo y sucursal: la que cita la factura o, si no
      *          cita ninguna, la mas vieja con cantidad sin facturar.
      *          Se marca con diferencias la linea cuya cantidad
      *          facturada (acumulada sobre la linea de la orden)
      *          supera lo pedido o lo recibido (PO-CantRecibida, que
      *          gadget_po_match.cbl lleva desde los recibos R del
      *          kardex), y la de costo unitario que se aparta del
      *          GadgetCost del master en mas del porcentaje de la
      *          clave TOL-COSTO de parametros.dat. El resultado queda
      *          en FP-Match (C conciliada, D con diferencias, N sin
      *          orden) y las excepciones adeudadas se listan para
      *          que cuentas a pagar las retenga. Se recalcula todo en
      *          cada corrida: una diferencia por recibo pendiente se
      *          limpia sola cuando llega la mercaderia. Correr
      *          despues de gadget_po_match.cbl; RETURN-CODE 4 si hay
      *          excepciones.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-FACT-MATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FactFile
           ASSIGN TO "GadgetFactProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FactStatus.
           SELECT FactTemp
           ASSIGN TO "GadgetFactProv.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PoMaster
           ASSIGN TO "GadgetPO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoMasterStatus.
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
       DATA DIVISION.
       FILE SECTION.
       FD FactFile.
           COPY "factprov.cpy".
       FD FactTemp.
       01 FactRecordTemp    PIC X(72).
       FD PoMaster.
           COPY "gadgetpo.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FactStatus     PIC XX.
       77 WS-PoMasterStatus PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-ParamStatus    PIC XX.
       77 WS-HoyParam       PIC 9(8).
       77 WS-ParamVigencia  PIC 9(8) VALUE ZERO.
       01 WS-FinParam       PIC X VALUE "N".
           88 FinParam      VALUE "S".
       01 WS-FinFact        PIC X VALUE "N".
           88 FinFact       VALUE "S".
       01 WS-FinPoMaster    PIC X VALUE "N".
           88 FinPoMaster   VALUE "S".
       77 WS-LINE           PIC X(78) VALUE ALL "-".
      *    Tolerancia de costo en porcentaje sobre GadgetCost; sin
      *    la clave TOL-COSTO en parametros.dat queda este valor.
       77 WS-TolCosto       PIC 9(3)V99 VALUE 5.
      *    Lineas de las ordenes de compra, con lo facturado que se
      *    les va apareando en esta corrida.
       77 WS-CantPo         PIC 9(4) VALUE ZERO.
       77 WS-SubPo          PIC 9(4).
       77 WS-PoOmitidas     PIC 9(4) VALUE ZERO.
       01 TABLA-PO.
           05 PO-ITEM OCCURS 2000 TIMES.
               10 TP-Numero      PIC 9(6).
               10 TP-Proveedor   PIC 9(4).
               10 TP-GadgetID    PIC 9(6).
               10 TP-Sucursal    PIC 9(3).
               10 TP-Cantidad    PIC 9(4).
               10 TP-Recibida    PIC 9(4).
               10 TP-Facturada   PIC 9(6).
       01 WS-PoEncontrada   PIC X VALUE "N".
           88 PoEncontrada  VALUE "S".
       77 WS-SubElegida     PIC 9(4).
       01 WS-ArticuloOk     PIC X VALUE "N".
           88 ArticuloOk    VALUE "S".
       77 WS-DifCosto       PIC 9(4)V99.
       77 WS-PctCosto       PIC 9(5)V99.
       77 WS-Motivo         PIC X(50).
       77 WS-PtrMotivo      PIC 9(3).
       77 WS-CantLeidas     PIC 9(6) VALUE ZERO.
       77 WS-CantConciliadas PIC 9(6) VALUE ZERO.
       77 WS-CantDiferencias PIC 9(6) VALUE ZERO.
       77 WS-CantSinOrden   PIC 9(6) VALUE ZERO.
       77 WS-CantListadas   PIC 9(6) VALUE ZERO.
       01 WS-EditCosto      PIC Z.ZZ9,99.
       01 WS-EditMaster     PIC Z.ZZ9,99.
       01 WS-EditTol        PIC ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM LEER-PARAMETROS-PERFORM
           PERFORM CARGAR-ORDENES-PERFORM
           OPEN INPUT FactFile
           IF WS-FactStatus = "35"
               DISPLAY "No hay facturas registradas en "
                       "GadgetFactProv.dat"
               STOP RUN
           END-IF
           OPEN INPUT StockFile
           OPEN OUTPUT FactTemp
           MOVE WS-TolCosto TO WS-EditTol
           DISPLAY "APAREO DE FACTURAS DE PROVEEDORES (tolerancia de "
                   "costo " WS-EditTol "%)"
           DISPLAY WS-LINE
           DISPLAY "Prov Factura      Lin Articulo Suc OC     Cant"
                   "  Costo  Observacion"
           DISPLAY WS-LINE
           READ FactFile
               AT END SET FinFact TO TRUE
           END-READ
           PERFORM UNTIL FinFact
               ADD 1 TO WS-CantLeidas
               PERFORM APAREAR-LINEA-PERFORM
               WRITE FactRecordTemp FROM FactProvRecord
               READ FactFile
                   AT END SET FinFact TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactFile
           CLOSE FactTemp
           IF WS-StockStatus NOT = "35"
               CLOSE StockFile
           END-IF
           CALL "SYSTEM" USING
               "mv GadgetFactProv.tmp GadgetFactProv.dat"
           DISPLAY WS-LINE
           DISPLAY "Lineas de factura leidas.......: " WS-CantLeidas
           DISPLAY "Conciliadas....................: "
                   WS-CantConciliadas
           DISPLAY "Con diferencias................: "
                   WS-CantDiferencias
           DISPLAY "Sin orden de compra............: " WS-CantSinOrden
           DISPLAY "Excepciones adeudadas listadas.: " WS-CantListadas
           IF WS-PoOmitidas > ZERO
               DISPLAY "AVISO: tabla de ordenes llena, quedaron "
                       WS-PoOmitidas " lineas sin cargar"
           END-IF
           IF WS-CantListadas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Tolerancia de costo: para la clave TOL-COSTO rige el
      *    registro con la fecha de vigencia mas nueva que no sea
      *    futura. Sin archivo o sin la clave, queda el VALUE.
       LEER-PARAMETROS-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HoyParam
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinParam TO TRUE
               END-READ
               PERFORM UNTIL FinParam
                   IF PRM-Clave = "TOL-COSTO"
                       AND PRM-FechaVigencia <= WS-HoyParam
                       AND PRM-FechaVigencia >= WS-ParamVigencia
                       MOVE PRM-Valor TO WS-TolCosto
                       MOVE PRM-FechaVigencia TO WS-ParamVigencia
                   END-IF
                   READ ParamFile
                       AT END SET FinParam TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF.

      *    Las lineas quedan en el orden del master, que es el de
      *    alta: la primera que coincide es la orden mas vieja.
       CARGAR-ORDENES-PERFORM.
           OPEN INPUT PoMaster
           IF WS-PoMasterStatus = "35"
               CONTINUE
           ELSE
               READ PoMaster
                   AT END SET FinPoMaster TO TRUE
               END-READ
               PERFORM UNTIL FinPoMaster
                   IF WS-CantPo < 2000
                       ADD 1 TO WS-CantPo
                       MOVE PO-Numero    TO TP-Numero(WS-CantPo)
                       MOVE PO-Proveedor TO TP-Proveedor(WS-CantPo)
                       MOVE PO-GadgetID  TO TP-GadgetID(WS-CantPo)
                       MOVE PO-Sucursal  TO TP-Sucursal(WS-CantPo)
                       MOVE PO-Cantidad  TO TP-Cantidad(WS-CantPo)
                       MOVE PO-CantRecibida
                           TO TP-Recibida(WS-CantPo)
                       MOVE ZERO         TO TP-Facturada(WS-CantPo)
                   ELSE
                       ADD 1 TO WS-PoOmitidas
                   END-IF
                   READ PoMaster
                       AT END SET FinPoMaster TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PoMaster
           END-IF.

       APAREAR-LINEA-PERFORM.
           MOVE SPACES TO WS-Motivo
           MOVE 1 TO WS-PtrMotivo
           PERFORM BUSCAR-LINEA-PO-PERFORM
           IF NOT PoEncontrada
               SET FP-SinOrden TO TRUE
               ADD 1 TO WS-CantSinOrden
               STRING "SIN ORDEN DE COMPRA" DELIMITED BY SIZE
                   INTO WS-Motivo WITH POINTER WS-PtrMotivo
           ELSE
               MOVE TP-Numero(WS-SubElegida) TO FP-PoNumero
               ADD FP-Cantidad TO TP-Facturada(WS-SubElegida)
               IF TP-Facturada(WS-SubElegida)
                   > TP-Cantidad(WS-SubElegida)
                   STRING "CANT>PEDIDO " DELIMITED BY SIZE
                       INTO WS-Motivo WITH POINTER WS-PtrMotivo
               END-IF
               IF TP-Facturada(WS-SubElegida)
                   > TP-Recibida(WS-SubElegida)
                   STRING "CANT>RECIBIDO " DELIMITED BY SIZE
                       INTO WS-Motivo WITH POINTER WS-PtrMotivo
               END-IF
               PERFORM CONTROLAR-COSTO-PERFORM
               IF WS-PtrMotivo = 1
                   SET FP-Conciliada TO TRUE
                   ADD 1 TO WS-CantConciliadas
               ELSE
                   SET FP-ConDiferencia TO TRUE
                   ADD 1 TO WS-CantDiferencias
               END-IF
           END-IF
           IF NOT FP-Conciliada AND FP-Adeudada
               ADD 1 TO WS-CantListadas
               MOVE FP-CostoUnitario TO WS-EditCosto
               DISPLAY FP-Proveedor " " FP-Numero " " FP-Linea " "
                       FP-GadgetID "   " FP-Sucursal " " FP-PoNumero
                       " " FP-Cantidad " " WS-EditCosto "  "
                       WS-Motivo
           END-IF.

      *    Con OC citada se toma esa linea; sin OC, la primera del
      *    mismo proveedor, articulo y sucursal con cantidad sin
      *    facturar y, si estan todas facturadas, la primera que
      *    coincida (la diferencia de cantidad la marca el apareo).
       BUSCAR-LINEA-PO-PERFORM.
           MOVE "N" TO WS-PoEncontrada
           PERFORM VARYING WS-SubPo FROM 1 BY 1
               UNTIL WS-SubPo > WS-CantPo OR PoEncontrada
               IF TP-Proveedor(WS-SubPo) = FP-Proveedor
                   AND TP-GadgetID(WS-SubPo) = FP-GadgetID
                   AND TP-Sucursal(WS-SubPo) = FP-Sucursal
                   IF FP-PoNumero = ZERO
                       IF TP-Facturada(WS-SubPo) < TP-Cantidad(WS-SubPo)
                           SET PoEncontrada TO TRUE
                       END-IF
                   ELSE
                       IF TP-Numero(WS-SubPo) = FP-PoNumero
                           SET PoEncontrada TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PoEncontrada
               SUBTRACT 1 FROM WS-SubPo
               MOVE WS-SubPo TO WS-SubElegida
           ELSE
               IF FP-PoNumero = ZERO
                   PERFORM VARYING WS-SubPo FROM 1 BY 1
                       UNTIL WS-SubPo > WS-CantPo OR PoEncontrada
                       IF TP-Proveedor(WS-SubPo) = FP-Proveedor
                           AND TP-GadgetID(WS-SubPo) = FP-GadgetID
                           AND TP-Sucursal(WS-SubPo) = FP-Sucursal
                           SET PoEncontrada TO TRUE
                       END-IF
                   END-PERFORM
                   IF PoEncontrada
                       SUBTRACT 1 FROM WS-SubPo
                       MOVE WS-SubPo TO WS-SubElegida
                   END-IF
               END-IF
           END-IF.

      *    El costo facturado contra el GadgetCost del master (READ
      *    por articulo + sucursal). Un articulo sin costo cargado no
      *    se controla; uno que ya no esta en el master es excepcion.
       CONTROLAR-COSTO-PERFORM.
           MOVE "N" TO WS-ArticuloOk
           IF WS-StockStatus NOT = "35"
               MOVE FP-GadgetID TO GadgetID
               MOVE FP-Sucursal TO GadgetSucursal
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ArticuloOk TO TRUE
               END-READ
           END-IF
           IF NOT ArticuloOk
               STRING "SIN ARTICULO EN MASTER" DELIMITED BY SIZE
                   INTO WS-Motivo WITH POINTER WS-PtrMotivo
           ELSE
               IF GadgetCost > ZERO
                   IF FP-CostoUnitario > GadgetCost
                       COMPUTE WS-DifCosto =
                           FP-CostoUnitario - GadgetCost
                   ELSE
                       COMPUTE WS-DifCosto =
                           GadgetCost - FP-CostoUnitario
                   END-IF
                   COMPUTE WS-PctCosto ROUNDED =
                       WS-DifCosto * 100 / GadgetCost
                   IF WS-PctCosto > WS-TolCosto
                       MOVE GadgetCost TO WS-EditMaster
                       STRING "COSTO (master " DELIMITED BY SIZE
                              WS-EditMaster DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                           INTO WS-Motivo WITH POINTER WS-PtrMotivo
                   END-IF
               END-IF
           END-IF.
       END PROGRAM GADGET-FACT-MATCH.
