      *   02/09/26 MA - El stock master pasa a INDEXADO por articulo
      *                 + sucursal (GADGETSTK.CPY); la lectura es
      *                 por READ NEXT o por clave segun el caso.
      *   15/10/26 MA - Las devoluciones de clientes (D) y a
      *                 proveedores (P) se acumulan aparte: ya no
      *                 vienen disfrazadas de recibo o de venta.
      *                 Cada linea con devoluciones muestra ademas las
      *                 unidades e importe devueltos y la venta neta.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-KARDEX-MENSUAL.
               10 AC-ValVendido  PIC 9(12)V99.
               10 AC-UniRecibidas PIC 9(8).
               10 AC-ValRecibido PIC 9(12)V99.
               10 AC-UniDevCli   PIC 9(8).
               10 AC-ValDevCli   PIC 9(12)V99.
               10 AC-UniDevProv  PIC 9(8).
               10 AC-ValDevProv  PIC 9(12)V99.
       01 WS-AcumEncontrado PIC X VALUE "N".
           88 AcumEncontrado VALUE "S".
      *    Periodos vistos, en orden de aparicion en el historial.
       77 WS-CantMovimientos PIC 9(6) VALUE ZERO.
       77 WS-SinPrecio      PIC 9(6) VALUE ZERO.
       77 WS-ValorEdit      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VentaNeta      PIC S9(12)V99.
       77 WS-ValorEditS     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           MOVE SPACES TO WS-StockFilePath
               AT END SET FinKardex TO TRUE
           END-READ
           PERFORM UNTIL FinKardex
               IF KX-Venta OR KX-Recibo OR KX-DevCliente
                   OR KX-DevProveedor
                   PERFORM PROCESAR-MOVIMIENTO-PERFORM
               END-IF
               READ KardexFile
                   MOVE ZERO TO AC-ValVendido(WS-SubAcum)
                   MOVE ZERO TO AC-UniRecibidas(WS-SubAcum)
                   MOVE ZERO TO AC-ValRecibido(WS-SubAcum)
                   MOVE ZERO TO AC-UniDevCli(WS-SubAcum)
                   MOVE ZERO TO AC-ValDevCli(WS-SubAcum)
                   MOVE ZERO TO AC-UniDevProv(WS-SubAcum)
                   MOVE ZERO TO AC-ValDevProv(WS-SubAcum)
               ELSE
                   ADD 1 TO WS-AcumOmitidos
               END-IF
           END-IF
           IF AcumEncontrado
               EVALUATE TRUE
                   WHEN KX-Venta
                       ADD KX-Cantidad TO AC-UniVendidas(WS-SubAcum)
                       ADD WS-Importe  TO AC-ValVendido(WS-SubAcum)
                   WHEN KX-DevCliente
                       ADD KX-Cantidad TO AC-UniDevCli(WS-SubAcum)
                       ADD WS-Importe  TO AC-ValDevCli(WS-SubAcum)
                   WHEN KX-DevProveedor
                       ADD KX-Cantidad TO AC-UniDevProv(WS-SubAcum)
                       ADD WS-Importe  TO AC-ValDevProv(WS-SubAcum)
                   WHEN OTHER
                       ADD KX-Cantidad TO AC-UniRecibidas(WS-SubAcum)
                       ADD WS-Importe  TO AC-ValRecibido(WS-SubAcum)
               END-EVALUATE
           END-IF.

       INFORMAR-PERIODO-PERFORM.
               WITH NO ADVANCING
           MOVE AC-ValRecibido(WS-SubAcum) TO WS-ValorEdit
           DISPLAY " | recibido " AC-UniRecibidas(WS-SubAcum)
                   " un. $ " WS-ValorEdit
      *    Devoluciones: la venta neta descuenta lo devuelto por los
      *    clientes; lo devuelto al proveedor se informa aparte.
           IF AC-UniDevCli(WS-SubAcum) > ZERO
               OR AC-UniDevProv(WS-SubAcum) > ZERO
               MOVE AC-ValDevCli(WS-SubAcum) TO WS-ValorEdit
               DISPLAY "                devol.cli "
                       AC-UniDevCli(WS-SubAcum) " un. $ "
                       WS-ValorEdit
                   WITH NO ADVANCING
               MOVE AC-ValDevProv(WS-SubAcum) TO WS-ValorEdit
               DISPLAY " | devol.prov " AC-UniDevProv(WS-SubAcum)
                       " un. $ " WS-ValorEdit
               COMPUTE WS-VentaNeta = AC-ValVendido(WS-SubAcum)
                   - AC-ValDevCli(WS-SubAcum)
               MOVE WS-VentaNeta TO WS-ValorEditS
               DISPLAY "                venta neta $ " WS-ValorEditS
           END-IF.
       END PROGRAM GADGET-KARDEX-MENSUAL.
