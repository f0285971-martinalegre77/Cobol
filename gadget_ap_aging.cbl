      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Antiguedad de saldos de cuentas a pagar de
      *          GadgetShop: toma las lineas adeudadas (FP-Estado A)
      *          de GadgetFactProv.dat (FACTPROV.CPY), valoriza
      *          cantidad por costo unitario y las reparte por
      *          proveedor en los tramos corriente (hasta 30 dias
      *          desde la fecha de la factura), 31-60, 61-90 y mas de
      *          90 dias, contados a la fecha de negocio
      *          (FechaNegocio.dat). Por proveedor muestra ademas lo
      *          adeudado en lineas con diferencias o sin orden de
      *          compra segun el ultimo apareo (gadget_fact_match.cbl),
      *          para no pagar lo que esta retenido. Importes sin IVA.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-AP-AGING.
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
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FactFile.
           COPY "factprov.cpy".
       FD ProvFile.
       01 ProvDetails.
           88 EndOfProvFile  VALUE HIGH-VALUE.
           02 ProvCodigo     PIC 9(4).
           02 ProvNombre     PIC X(30).
           02 ProvContacto   PIC X(40).
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FactStatus     PIC XX.
       77 WS-ProvStatus     PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(99) VALUE ALL "-".
       01 WS-FinFact        PIC X VALUE "N".
           88 FinFact       VALUE "S".
       77 WS-HoyInteger     PIC 9(8) COMP.
       77 WS-FechaInteger   PIC 9(8) COMP.
       77 WS-Dias           PIC S9(5) COMP.
       77 WS-Tramo          PIC 9.
       77 WS-Importe        PIC 9(8)V99.
      *    Saldos por proveedor; tramo 1 corriente, 2 31-60,
      *    3 61-90, 4 mas de 90.
       77 WS-CantProv       PIC 9(3) VALUE ZERO.
       77 WS-SubProv        PIC 9(3).
       77 WS-ProvOmitidas   PIC 9(6) VALUE ZERO.
       01 TABLA-SALDOS.
           05 SALDO-ITEM OCCURS 200 TIMES.
               10 SD-Proveedor   PIC 9(4).
               10 SD-Nombre      PIC X(30).
               10 SD-Tramo       PIC 9(9)V99 OCCURS 4 TIMES.
               10 SD-Total       PIC 9(9)V99.
               10 SD-Retenido    PIC 9(9)V99.
       01 WS-ProvVisto      PIC X VALUE "N".
           88 ProvVisto     VALUE "S".
       01 TABLA-TOTALES.
           05 TT-Tramo          PIC 9(10)V99 OCCURS 4 TIMES.
       77 TT-Total          PIC 9(10)V99 VALUE ZERO.
       77 TT-Retenido       PIC 9(10)V99 VALUE ZERO.
       77 WS-SubTramo       PIC 9.
       01 WS-LineaSaldo.
           03 LS-Proveedor  PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LS-Nombre     PIC X(20).
           03 LS-Tramo      PIC Z.ZZZ.ZZ9,99 OCCURS 4 TIMES.
           03 LS-Total      PIC ZZ.ZZZ.ZZ9,99.
           03 LS-Retenido   PIC ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           COMPUTE WS-HoyInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
           INITIALIZE TABLA-TOTALES
           PERFORM CARGAR-PROVEEDORES-PERFORM
           OPEN INPUT FactFile
           IF WS-FactStatus = "35"
               DISPLAY "No hay facturas registradas en "
                       "GadgetFactProv.dat"
               STOP RUN
           END-IF
           READ FactFile
               AT END SET FinFact TO TRUE
           END-READ
           PERFORM UNTIL FinFact
               IF FP-Adeudada
                   PERFORM ACUMULAR-LINEA-PERFORM
               END-IF
               READ FactFile
                   AT END SET FinFact TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactFile
           PERFORM REPORTE-PERFORM
           STOP RUN.

      *    Sin FechaNegocio.dat, fecha del sistema.
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

      *    Los proveedores del maestro entran primero a la tabla, en
      *    su orden; un codigo de factura fuera del maestro se agrega
      *    al final marcado como inexistente.
       CARGAR-PROVEEDORES-PERFORM.
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF WS-CantProv < 200
                       ADD 1 TO WS-CantProv
                       INITIALIZE SALDO-ITEM(WS-CantProv)
                       MOVE ProvCodigo TO SD-Proveedor(WS-CantProv)
                       MOVE ProvNombre TO SD-Nombre(WS-CantProv)
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF.

       ACUMULAR-LINEA-PERFORM.
           COMPUTE WS-Importe = FP-Cantidad * FP-CostoUnitario
           COMPUTE WS-FechaInteger =
               FUNCTION INTEGER-OF-DATE(FP-Fecha)
           COMPUTE WS-Dias = WS-HoyInteger - WS-FechaInteger
           EVALUATE TRUE
               WHEN WS-Dias <= 30
                   MOVE 1 TO WS-Tramo
               WHEN WS-Dias <= 60
                   MOVE 2 TO WS-Tramo
               WHEN WS-Dias <= 90
                   MOVE 3 TO WS-Tramo
               WHEN OTHER
                   MOVE 4 TO WS-Tramo
           END-EVALUATE
           MOVE "N" TO WS-ProvVisto
           PERFORM VARYING WS-SubProv FROM 1 BY 1
               UNTIL WS-SubProv > WS-CantProv OR ProvVisto
               IF SD-Proveedor(WS-SubProv) = FP-Proveedor
                   SET ProvVisto TO TRUE
               END-IF
           END-PERFORM
           IF ProvVisto
               SUBTRACT 1 FROM WS-SubProv
           ELSE
               IF WS-CantProv < 200
                   ADD 1 TO WS-CantProv
                   MOVE WS-CantProv TO WS-SubProv
                   INITIALIZE SALDO-ITEM(WS-SubProv)
                   MOVE FP-Proveedor TO SD-Proveedor(WS-SubProv)
                   MOVE "(inexistente)"
                       TO SD-Nombre(WS-SubProv)
                   SET ProvVisto TO TRUE
               ELSE
                   ADD 1 TO WS-ProvOmitidas
               END-IF
           END-IF
           IF ProvVisto
               ADD WS-Importe TO SD-Tramo(WS-SubProv, WS-Tramo)
               ADD WS-Importe TO SD-Total(WS-SubProv)
               ADD WS-Importe TO TT-Tramo(WS-Tramo)
               ADD WS-Importe TO TT-Total
               IF FP-ConDiferencia OR FP-SinOrden
                   ADD WS-Importe TO SD-Retenido(WS-SubProv)
                   ADD WS-Importe TO TT-Retenido
               END-IF
           END-IF.

       REPORTE-PERFORM.
           DISPLAY "ANTIGUEDAD DE SALDOS A PAGAR AL " WS-FechaHoy
                   " (importes sin IVA)"
           DISPLAY WS-LINE
           DISPLAY "Prov Nombre                 Corriente       31-60"
                   "       61-90      Mas 90        Total     Retenido"
           DISPLAY WS-LINE
           PERFORM VARYING WS-SubProv FROM 1 BY 1
               UNTIL WS-SubProv > WS-CantProv
               IF SD-Total(WS-SubProv) > ZERO
                   MOVE SD-Proveedor(WS-SubProv) TO LS-Proveedor
                   MOVE SD-Nombre(WS-SubProv)    TO LS-Nombre
                   PERFORM VARYING WS-SubTramo FROM 1 BY 1
                       UNTIL WS-SubTramo > 4
                       MOVE SD-Tramo(WS-SubProv, WS-SubTramo)
                           TO LS-Tramo(WS-SubTramo)
                   END-PERFORM
                   MOVE SD-Total(WS-SubProv)     TO LS-Total
                   MOVE SD-Retenido(WS-SubProv)  TO LS-Retenido
                   DISPLAY WS-LineaSaldo
               END-IF
           END-PERFORM
           DISPLAY WS-LINE
           MOVE ZERO TO LS-Proveedor
           MOVE "TOTAL GENERAL" TO LS-Nombre
           PERFORM VARYING WS-SubTramo FROM 1 BY 1
               UNTIL WS-SubTramo > 4
               MOVE TT-Tramo(WS-SubTramo) TO LS-Tramo(WS-SubTramo)
           END-PERFORM
           MOVE TT-Total    TO LS-Total
           MOVE TT-Retenido TO LS-Retenido
           DISPLAY WS-LineaSaldo
           DISPLAY "Retenido: lineas con diferencias o sin orden de "
                   "compra en el ultimo apareo"
           IF WS-ProvOmitidas > ZERO
               DISPLAY "AVISO: tabla de proveedores llena, quedaron "
                       WS-ProvOmitidas " lineas sin acumular"
           END-IF.
       END PROGRAM GADGET-AP-AGING.
