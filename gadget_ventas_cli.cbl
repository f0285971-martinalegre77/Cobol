      *
      * Modification History:
      *   02/09/26 MA - Version inicial.
      *   15/10/26 MA - Las devoluciones de cliente (kardex tipo D)
      *                 se restan de lo vendido al mismo cliente: el
      *                 listado muestra vendido, devuelto y neto por
      *                 cliente y en el total del periodo.
      *   15/10/26 MA - El maestro de clientes lleva al final el limite
      *                 de credito (CliLimite, ver gadget_cli.cbl): se
      *                 agrega al FD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-VENTAS-CLI.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       77 WS-KardexStatus   PIC XX.
       77 WS-CliStatus      PIC XX.
               10 VC-Cliente     PIC 9(4).
               10 VC-Unidades    PIC 9(8).
               10 VC-Importe     PIC 9(12)V99.
               10 VC-UniDevueltas PIC 9(8).
               10 VC-ImpDevuelto PIC 9(12)V99.
       01 WS-ClienteVisto   PIC X VALUE "N".
           88 ClienteVisto  VALUE "S".
       77 WS-Importe        PIC 9(10)V99.
       77 WS-CantVentas     PIC 9(6) VALUE ZERO.
       77 WS-TotalUnidades  PIC 9(8) VALUE ZERO.
       77 WS-TotalImporte   PIC 9(12)V99 VALUE ZERO.
       77 WS-CantDevol      PIC 9(6) VALUE ZERO.
       77 WS-TotalUniDevol  PIC 9(8) VALUE ZERO.
       77 WS-TotalImpDevol  PIC 9(12)V99 VALUE ZERO.
       77 WS-Neto           PIC S9(12)V99.
       77 WS-NetoEdit       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-NombreCliente  PIC X(30).
       77 WS-ImporteEdit    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
               AT END SET FinKardex TO TRUE
           END-READ
           PERFORM UNTIL FinKardex
               IF (KX-Venta OR KX-DevCliente)
                   AND KX-Fecha >= WS-FechaDesde
                   AND KX-Fecha <= WS-FechaHasta
                   PERFORM ACUMULAR-VENTA-PERFORM
           DISPLAY "Ventas del periodo: " WS-CantVentas
                   " movimientos, " WS-TotalUnidades
                   " unidades, $ " WS-ImporteEdit
           MOVE WS-TotalImpDevol TO WS-ImporteEdit
           DISPLAY "Devoluciones......: " WS-CantDevol
                   " movimientos, " WS-TotalUniDevol
                   " unidades, $ " WS-ImporteEdit
           COMPUTE WS-Neto = WS-TotalImporte - WS-TotalImpDevol
           MOVE WS-Neto TO WS-NetoEdit
           DISPLAY "Venta neta........: $ " WS-NetoEdit
           IF WS-ClientesOmitidos > ZERO
               DISPLAY "AVISO: tabla de clientes llena, quedaron "
                       WS-ClientesOmitidos " ventas sin acumular"
           END-IF
           STOP RUN.

      *    Una venta suma a lo vendido del cliente y una devolucion
      *    de cliente (D) a lo devuelto, valorizada al precio que
      *    grabo el kardex al aplicarla.
       ACUMULAR-VENTA-PERFORM.
           COMPUTE WS-Importe = KX-Cantidad * KX-PrecioUnitario
           IF KX-Venta
               ADD 1 TO WS-CantVentas
               ADD KX-Cantidad TO WS-TotalUnidades
               ADD WS-Importe TO WS-TotalImporte
           ELSE
               ADD 1 TO WS-CantDevol
               ADD KX-Cantidad TO WS-TotalUniDevol
               ADD WS-Importe TO WS-TotalImpDevol
           END-IF
           MOVE "N" TO WS-ClienteVisto
           PERFORM VARYING WS-SubCliente FROM 1 BY 1
               UNTIL WS-SubCliente > WS-CantClientes
               OR ClienteVisto
               IF VC-Cliente(WS-SubCliente) = KX-Cliente
                   SET ClienteVisto TO TRUE
                   SUBTRACT 1 FROM WS-SubCliente
               END-IF
           END-PERFORM
           IF NOT ClienteVisto
               IF WS-CantClientes < 1000
                   ADD 1 TO WS-CantClientes
                   MOVE WS-CantClientes TO WS-SubCliente
                   SET ClienteVisto TO TRUE
                   MOVE KX-Cliente TO VC-Cliente(WS-SubCliente)
                   MOVE ZERO TO VC-Unidades(WS-SubCliente)
                   MOVE ZERO TO VC-Importe(WS-SubCliente)
                   MOVE ZERO TO VC-UniDevueltas(WS-SubCliente)
                   MOVE ZERO TO VC-ImpDevuelto(WS-SubCliente)
               ELSE
                   ADD 1 TO WS-ClientesOmitidos
               END-IF
           END-IF
           IF ClienteVisto
               IF KX-Venta
                   ADD KX-Cantidad TO VC-Unidades(WS-SubCliente)
                   ADD WS-Importe  TO VC-Importe(WS-SubCliente)
               ELSE
                   ADD KX-Cantidad TO VC-UniDevueltas(WS-SubCliente)
                   ADD WS-Importe  TO VC-ImpDevuelto(WS-SubCliente)
               END-IF
           END-IF.

       INFORMAR-CLIENTE-PERFORM.
           DISPLAY VC-Cliente(WS-SubCliente) " "
                   WS-NombreCliente " | "
                   VC-Unidades(WS-SubCliente) " un. | $ "
                   WS-ImporteEdit
           IF VC-UniDevueltas(WS-SubCliente) > ZERO
               MOVE VC-ImpDevuelto(WS-SubCliente) TO WS-ImporteEdit
               COMPUTE WS-Neto = VC-Importe(WS-SubCliente)
                   - VC-ImpDevuelto(WS-SubCliente)
               MOVE WS-Neto TO WS-NetoEdit
               DISPLAY "     devuelto "
                       VC-UniDevueltas(WS-SubCliente) " un. | $ "
                       WS-ImporteEdit " | neto $ " WS-NetoEdit
           END-IF.

       BUSCAR-NOMBRE-PERFORM.
           MOVE "(sin alta en GadgetCli.dat)" TO WS-NombreCliente
