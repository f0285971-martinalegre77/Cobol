      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Antiguedad de saldos de la cuenta corriente de
      *          clientes de GadgetShop (GadgetCtaCte.dat, layout
      *          CTACTE.CPY). Los pagos y los creditos por devolucion
      *          de cada cliente se imputan a sus cargos mas viejos
      *          (el archivo se graba en orden de fecha); lo que
      *          queda abierto de cada cargo se reparte por cliente
      *          en los tramos corriente (hasta 30 dias desde la
      *          venta), 31-60, 61-90 y mas de 90 dias, contados a
      *          la fecha de negocio (FechaNegocio.dat). Un cliente
      *          que pago de mas figura con su saldo a favor. Marca
      *          con * a los clientes por encima de su limite de
      *          credito (CliLimite). Importes con IVA.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-AR-AGING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtaCteStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-CtaCteStatus   PIC XX.
       77 WS-CliStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(100) VALUE ALL "-".
       01 WS-FinCtaCte      PIC X VALUE "N".
           88 FinCtaCte     VALUE "S".
       77 WS-HoyInteger     PIC 9(8) COMP.
       77 WS-FechaInteger   PIC 9(8) COMP.
       77 WS-Dias           PIC S9(5) COMP.
       77 WS-Tramo          PIC 9.
       77 WS-Abierto        PIC 9(9)V99.
      *    Saldos por cliente; tramo 1 corriente, 2 31-60, 3 61-90,
      *    4 mas de 90. CL-Imputar es lo pagado o acreditado que
      *    todavia no se imputo a ningun cargo.
       77 WS-CantClientes   PIC 9(4) VALUE ZERO.
       77 WS-SubCliente     PIC 9(4).
       77 WS-ClientesOmitidos PIC 9(6) VALUE ZERO.
       01 TABLA-SALDOS.
           05 SALDO-ITEM OCCURS 1000 TIMES.
               10 CL-Codigo      PIC 9(4).
               10 CL-Nombre      PIC X(30).
               10 CL-Limite      PIC 9(7)V99.
               10 CL-Imputar     PIC 9(9)V99.
               10 CL-Tramo       PIC 9(9)V99 OCCURS 4 TIMES.
               10 CL-Total       PIC 9(9)V99.
       01 WS-ClienteVisto   PIC X VALUE "N".
           88 ClienteVisto  VALUE "S".
       01 TABLA-TOTALES.
           05 TT-Tramo          PIC 9(10)V99 OCCURS 4 TIMES.
       77 TT-Total          PIC 9(10)V99 VALUE ZERO.
       77 TT-AFavor         PIC 9(10)V99 VALUE ZERO.
       77 WS-SubTramo       PIC 9.
       77 WS-CantExcedidos  PIC 9(4) VALUE ZERO.
       01 WS-LineaSaldo.
           03 LS-Cliente    PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LS-Nombre     PIC X(20).
           03 LS-Tramo      PIC Z.ZZZ.ZZ9,99 OCCURS 4 TIMES.
           03 LS-Total      PIC ZZ.ZZZ.ZZ9,99.
           03 LS-AFavor     PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER        PIC X VALUE SPACE.
           03 LS-Excedido   PIC X.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           COMPUTE WS-HoyInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
           INITIALIZE TABLA-TOTALES
           PERFORM CARGAR-CLIENTES-PERFORM
           OPEN INPUT CtaCteFile
           IF WS-CtaCteStatus = "35"
               DISPLAY "No hay movimientos de cuenta corriente en "
                       "GadgetCtaCte.dat"
               STOP RUN
           END-IF
      *    Primera pasada: total a imputar (pagos y creditos).
           READ CtaCteFile
               AT END SET FinCtaCte TO TRUE
           END-READ
           PERFORM UNTIL FinCtaCte
               IF NOT CC-Cargo
                   PERFORM BUSCAR-CLIENTE-PERFORM
                   IF ClienteVisto
                       ADD CC-Importe TO CL-Imputar(WS-SubCliente)
                   END-IF
               END-IF
               READ CtaCteFile
                   AT END SET FinCtaCte TO TRUE
               END-READ
           END-PERFORM
           CLOSE CtaCteFile
      *    Segunda pasada: cada cargo, del mas viejo al mas nuevo,
      *    consume lo que queda por imputar; el resto queda abierto.
           MOVE "N" TO WS-FinCtaCte
           OPEN INPUT CtaCteFile
           READ CtaCteFile
               AT END SET FinCtaCte TO TRUE
           END-READ
           PERFORM UNTIL FinCtaCte
               IF CC-Cargo
                   PERFORM BUSCAR-CLIENTE-PERFORM
                   IF ClienteVisto
                       PERFORM IMPUTAR-CARGO-PERFORM
                   END-IF
               END-IF
               READ CtaCteFile
                   AT END SET FinCtaCte TO TRUE
               END-READ
           END-PERFORM
           CLOSE CtaCteFile
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

      *    Los clientes del maestro entran primero a la tabla, en su
      *    orden; un codigo de la cuenta corriente fuera del maestro
      *    se agrega al final marcado como inexistente.
       CARGAR-CLIENTES-PERFORM.
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF WS-CantClientes < 1000
                       ADD 1 TO WS-CantClientes
                       INITIALIZE SALDO-ITEM(WS-CantClientes)
                       MOVE CliCodigo TO CL-Codigo(WS-CantClientes)
                       MOVE CliNombre TO CL-Nombre(WS-CantClientes)
                       IF CliLimite NUMERIC
                           MOVE CliLimite
                               TO CL-Limite(WS-CantClientes)
                       END-IF
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

       BUSCAR-CLIENTE-PERFORM.
           MOVE "N" TO WS-ClienteVisto
           PERFORM VARYING WS-SubCliente FROM 1 BY 1
               UNTIL WS-SubCliente > WS-CantClientes OR ClienteVisto
               IF CL-Codigo(WS-SubCliente) = CC-Cliente
                   SET ClienteVisto TO TRUE
               END-IF
           END-PERFORM
           IF ClienteVisto
               SUBTRACT 1 FROM WS-SubCliente
           ELSE
               IF WS-CantClientes < 1000
                   ADD 1 TO WS-CantClientes
                   MOVE WS-CantClientes TO WS-SubCliente
                   INITIALIZE SALDO-ITEM(WS-SubCliente)
                   MOVE CC-Cliente TO CL-Codigo(WS-SubCliente)
                   MOVE "(inexistente)" TO CL-Nombre(WS-SubCliente)
                   SET ClienteVisto TO TRUE
               ELSE
                   ADD 1 TO WS-ClientesOmitidos
               END-IF
           END-IF.

       IMPUTAR-CARGO-PERFORM.
           IF CL-Imputar(WS-SubCliente) >= CC-Importe
               SUBTRACT CC-Importe FROM CL-Imputar(WS-SubCliente)
               MOVE ZERO TO WS-Abierto
           ELSE
               COMPUTE WS-Abierto =
                   CC-Importe - CL-Imputar(WS-SubCliente)
               MOVE ZERO TO CL-Imputar(WS-SubCliente)
           END-IF
           IF WS-Abierto > ZERO
               COMPUTE WS-FechaInteger =
                   FUNCTION INTEGER-OF-DATE(CC-Fecha)
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
               ADD WS-Abierto TO CL-Tramo(WS-SubCliente, WS-Tramo)
               ADD WS-Abierto TO CL-Total(WS-SubCliente)
               ADD WS-Abierto TO TT-Tramo(WS-Tramo)
               ADD WS-Abierto TO TT-Total
           END-IF.

       REPORTE-PERFORM.
           DISPLAY "ANTIGUEDAD DE SALDOS DE CLIENTES AL " WS-FechaHoy
                   " (importes con IVA)"
           DISPLAY WS-LINE
           DISPLAY "Cli  Nombre               Corriente       31-60"
                   "       61-90      Mas 90        Total     A favor"
           DISPLAY WS-LINE
           PERFORM VARYING WS-SubCliente FROM 1 BY 1
               UNTIL WS-SubCliente > WS-CantClientes
               IF CL-Total(WS-SubCliente) > ZERO
                   OR CL-Imputar(WS-SubCliente) > ZERO
                   MOVE CL-Codigo(WS-SubCliente) TO LS-Cliente
                   MOVE CL-Nombre(WS-SubCliente) TO LS-Nombre
                   PERFORM VARYING WS-SubTramo FROM 1 BY 1
                       UNTIL WS-SubTramo > 4
                       MOVE CL-Tramo(WS-SubCliente, WS-SubTramo)
                           TO LS-Tramo(WS-SubTramo)
                   END-PERFORM
                   MOVE CL-Total(WS-SubCliente)   TO LS-Total
                   MOVE CL-Imputar(WS-SubCliente) TO LS-AFavor
                   ADD CL-Imputar(WS-SubCliente)  TO TT-AFavor
                   MOVE SPACE TO LS-Excedido
                   IF CL-Limite(WS-SubCliente) > ZERO
                       AND CL-Total(WS-SubCliente)
                           > CL-Limite(WS-SubCliente)
                       MOVE "*" TO LS-Excedido
                       ADD 1 TO WS-CantExcedidos
                   END-IF
                   DISPLAY WS-LineaSaldo
               END-IF
           END-PERFORM
           DISPLAY WS-LINE
           MOVE ZERO TO LS-Cliente
           MOVE "TOTAL GENERAL" TO LS-Nombre
           PERFORM VARYING WS-SubTramo FROM 1 BY 1
               UNTIL WS-SubTramo > 4
               MOVE TT-Tramo(WS-SubTramo) TO LS-Tramo(WS-SubTramo)
           END-PERFORM
           MOVE TT-Total  TO LS-Total
           MOVE TT-AFavor TO LS-AFavor
           MOVE SPACE     TO LS-Excedido
           DISPLAY WS-LineaSaldo
           IF WS-CantExcedidos > ZERO
               DISPLAY "* por encima del limite de credito: "
                       WS-CantExcedidos " clientes"
           END-IF
           IF WS-ClientesOmitidos > ZERO
               DISPLAY "AVISO: tabla de clientes llena, quedaron "
                       WS-ClientesOmitidos " movimientos sin acumular"
           END-IF.
       END PROGRAM GADGET-AR-AGING.
