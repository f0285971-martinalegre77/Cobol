      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Resumen mensual de cuenta corriente de los clientes
      *          de GadgetShop sobre GadgetCtaCte.dat (CTACTE.CPY).
      *          Para cada cliente con movimientos o con saldo
      *          imprime el saldo anterior (todo lo anterior al mes),
      *          el detalle de cargos, creditos y pagos del mes y el
      *          saldo al cierre, en EstadoCuenta.txt, que queda en
      *          el spool de reportes (SPOOLPROC.CPY). El periodo
      *          (AAAAMM) viene de la variable CTACTE_PERIODO; sin
      *          ella se toma el mes anterior a la fecha de negocio,
      *          que es el que se emite a principio de mes.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El concepto del movimiento pasa a 10 posiciones
      *                 para que "Devolucion" salga completo.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CTACTE-RESUMEN.
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
           SELECT ReporteFile
           ASSIGN TO "EstadoCuenta.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
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
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-CtaCteStatus   PIC XX.
       77 WS-CliStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(78) VALUE ALL "-".
       01 WS-FinCtaCte      PIC X VALUE "N".
           88 FinCtaCte     VALUE "S".
      *    Periodo a emitir (AAAAMM).
       01 WS-PeriodoX       PIC X(6) VALUE SPACES.
       01 WS-Periodo REDEFINES WS-PeriodoX PIC 9(6).
       01 WS-PeriodoPartes REDEFINES WS-PeriodoX.
           03 WS-PeriodoAnio PIC 9(4).
           03 WS-PeriodoMes  PIC 9(2).
      *    Clientes con su saldo anterior y los totales del mes.
       77 WS-CantClientes   PIC 9(4) VALUE ZERO.
       77 WS-SubCliente     PIC 9(4).
       77 WS-ClientesOmitidos PIC 9(6) VALUE ZERO.
       01 TABLA-CLIENTES.
           05 CLIENTE-ITEM OCCURS 1000 TIMES.
               10 CL-Codigo      PIC 9(4).
               10 CL-Nombre      PIC X(30).
               10 CL-Limite      PIC 9(7)V99.
               10 CL-SaldoAnt    PIC S9(9)V99.
               10 CL-Cargos      PIC 9(9)V99.
               10 CL-Creditos    PIC 9(9)V99.
               10 CL-Pagos       PIC 9(9)V99.
               10 CL-CantMov     PIC 9(5).
       01 WS-ClienteVisto   PIC X VALUE "N".
           88 ClienteVisto  VALUE "S".
      *    Movimientos del mes en el orden del archivo, para el
      *    detalle de cada cliente (el archivo no esta ordenado por
      *    cliente).
       77 WS-CantMov        PIC 9(5) VALUE ZERO.
       77 WS-SubMov         PIC 9(5).
       77 WS-MovOmitidos    PIC 9(6) VALUE ZERO.
       01 TABLA-MOVIMIENTOS.
           05 MOV-ITEM OCCURS 5000 TIMES.
               10 MV-Cliente     PIC 9(4).
               10 MV-Fecha       PIC 9(8).
               10 MV-Tipo        PIC X.
               10 MV-Comprobante PIC X(12).
               10 MV-GadgetID    PIC 9(6).
               10 MV-Cantidad    PIC 9(4).
               10 MV-Importe     PIC 9(7)V99.
       77 WS-SaldoCierre    PIC S9(9)V99.
       77 WS-SaldoCorrido   PIC S9(9)V99.
       77 WS-CantResumenes  PIC 9(4) VALUE ZERO.
       01 WS-LineaMov.
           03 LM-Fecha      PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LM-Concepto   PIC X(10).
           03 FILLER        PIC X VALUE SPACE.
           03 LM-Comprobante PIC X(12).
           03 FILLER        PIC X VALUE SPACE.
           03 LM-Detalle    PIC X(13).
           03 LM-Debe       PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 LM-Haber      PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 LM-Saldo      PIC ZZZ.ZZZ.ZZ9,99-.
       01 WS-LineaTotal.
           03 LT-Texto      PIC X(40).
           03 LT-Importe    PIC ZZZ.ZZZ.ZZ9,99-.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-PeriodoX FROM ENVIRONMENT "CTACTE_PERIODO"
           IF WS-PeriodoX = SPACES
               MOVE WS-FechaHoy(1:6) TO WS-PeriodoX
               IF WS-PeriodoMes = 1
                   MOVE 12 TO WS-PeriodoMes
                   SUBTRACT 1 FROM WS-PeriodoAnio
               ELSE
                   SUBTRACT 1 FROM WS-PeriodoMes
               END-IF
           END-IF
           IF WS-PeriodoX NOT NUMERIC
               OR WS-PeriodoMes < 1 OR WS-PeriodoMes > 12
               DISPLAY "ERROR: periodo invalido en CTACTE_PERIODO: "
                       WS-PeriodoX " (AAAAMM)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CLIENTES-PERFORM
           OPEN INPUT CtaCteFile
           IF WS-CtaCteStatus = "35"
               CONTINUE
           ELSE
               READ CtaCteFile
                   AT END SET FinCtaCte TO TRUE
               END-READ
               PERFORM UNTIL FinCtaCte
                   IF CC-Fecha(1:6) <= WS-PeriodoX
                       PERFORM ACUMULAR-MOVIMIENTO-PERFORM
                   END-IF
                   READ CtaCteFile
                       AT END SET FinCtaCte TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaCteFile
           END-IF
           OPEN OUTPUT ReporteFile
           PERFORM VARYING WS-SubCliente FROM 1 BY 1
               UNTIL WS-SubCliente > WS-CantClientes
               IF CL-CantMov(WS-SubCliente) > ZERO
                   OR CL-SaldoAnt(WS-SubCliente) NOT = ZERO
                   PERFORM IMPRIMIR-RESUMEN-PERFORM
               END-IF
           END-PERFORM
           IF WS-CantResumenes = ZERO
               MOVE SPACES TO RptLinea
               STRING "SIN MOVIMIENTOS NI SALDOS DE CUENTA CORRIENTE "
                      "AL PERIODO " WS-PeriodoX
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           CLOSE ReporteFile
           MOVE "EstadoCuenta"      TO SPL-Reporte
           MOVE "EstadoCuenta.txt"  TO SPL-Origen
           MOVE "CTACTE-RESUMEN"    TO SPL-Programa
           MOVE WS-FechaHoy         TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "RESUMENES DE CUENTA DEL PERIODO " WS-PeriodoX
                   ": " WS-CantResumenes " clientes"
                   " (EstadoCuenta.txt)"
           IF WS-ClientesOmitidos > ZERO
               DISPLAY "AVISO: tabla de clientes llena, quedaron "
                       WS-ClientesOmitidos " movimientos sin acumular"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MovOmitidos > ZERO
               DISPLAY "AVISO: tabla de movimientos llena, quedaron "
                       WS-MovOmitidos " sin detallar (los totales"
                       " estan completos)"
               MOVE 4 TO RETURN-CODE
           END-IF
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

      *    Los clientes del maestro entran primero, en su orden; un
      *    codigo de la cuenta corriente fuera del maestro se agrega
      *    al final marcado como inexistente.
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
                       INITIALIZE CLIENTE-ITEM(WS-CantClientes)
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

      *    Lo anterior al mes va al saldo anterior; lo del mes a los
      *    totales del cliente y a la tabla de detalle.
       ACUMULAR-MOVIMIENTO-PERFORM.
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
                   INITIALIZE CLIENTE-ITEM(WS-SubCliente)
                   MOVE CC-Cliente TO CL-Codigo(WS-SubCliente)
                   MOVE "(inexistente)" TO CL-Nombre(WS-SubCliente)
                   SET ClienteVisto TO TRUE
               ELSE
                   ADD 1 TO WS-ClientesOmitidos
               END-IF
           END-IF
           IF ClienteVisto
               IF CC-Fecha(1:6) < WS-PeriodoX
                   IF CC-Cargo
                       ADD CC-Importe TO CL-SaldoAnt(WS-SubCliente)
                   ELSE
                       SUBTRACT CC-Importe
                           FROM CL-SaldoAnt(WS-SubCliente)
                   END-IF
               ELSE
                   ADD 1 TO CL-CantMov(WS-SubCliente)
                   EVALUATE TRUE
                       WHEN CC-Cargo
                           ADD CC-Importe TO CL-Cargos(WS-SubCliente)
                       WHEN CC-Credito
                           ADD CC-Importe
                               TO CL-Creditos(WS-SubCliente)
                       WHEN OTHER
                           ADD CC-Importe TO CL-Pagos(WS-SubCliente)
                   END-EVALUATE
                   IF WS-CantMov < 5000
                       ADD 1 TO WS-CantMov
                       MOVE CC-Cliente     TO MV-Cliente(WS-CantMov)
                       MOVE CC-Fecha       TO MV-Fecha(WS-CantMov)
                       MOVE CC-Tipo        TO MV-Tipo(WS-CantMov)
                       MOVE CC-Comprobante
                           TO MV-Comprobante(WS-CantMov)
                       MOVE CC-GadgetID    TO MV-GadgetID(WS-CantMov)
                       MOVE CC-Cantidad    TO MV-Cantidad(WS-CantMov)
                       MOVE CC-Importe     TO MV-Importe(WS-CantMov)
                   ELSE
                       ADD 1 TO WS-MovOmitidos
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-RESUMEN-PERFORM.
           ADD 1 TO WS-CantResumenes
           MOVE SPACES TO RptLinea
           STRING "RESUMEN DE CUENTA - PERIODO " WS-PeriodoAnio "/"
                  WS-PeriodoMes
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Cliente " CL-Codigo(WS-SubCliente) " "
                  CL-Nombre(WS-SubCliente)
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Fecha    Concepto   Comprobante  Detalle      "
               TO RptLinea
           MOVE "    Debe       Haber          Saldo"
               TO RptLinea(47:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaMov
           MOVE "Saldo anterior" TO WS-LineaMov(10:)
           MOVE CL-SaldoAnt(WS-SubCliente) TO LM-Saldo
           MOVE WS-LineaMov TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE CL-SaldoAnt(WS-SubCliente) TO WS-SaldoCorrido
           PERFORM VARYING WS-SubMov FROM 1 BY 1
               UNTIL WS-SubMov > WS-CantMov
               IF MV-Cliente(WS-SubMov) = CL-Codigo(WS-SubCliente)
                   PERFORM IMPRIMIR-MOVIMIENTO-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           COMPUTE WS-SaldoCierre = CL-SaldoAnt(WS-SubCliente)
               + CL-Cargos(WS-SubCliente)
               - CL-Creditos(WS-SubCliente)
               - CL-Pagos(WS-SubCliente)
           MOVE "Saldo anterior.....................:" TO LT-Texto
           MOVE CL-SaldoAnt(WS-SubCliente) TO LT-Importe
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Cargos por ventas..................:" TO LT-Texto
           MOVE CL-Cargos(WS-SubCliente) TO LT-Importe
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Creditos por devoluciones..........:" TO LT-Texto
           MOVE CL-Creditos(WS-SubCliente) TO LT-Importe
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Pagos recibidos....................:" TO LT-Texto
           MOVE CL-Pagos(WS-SubCliente) TO LT-Importe
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Saldo al cierre....................:" TO LT-Texto
           MOVE WS-SaldoCierre TO LT-Importe
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF CL-Limite(WS-SubCliente) > ZERO
               MOVE "Limite de credito..................:"
                   TO LT-Texto
               MOVE CL-Limite(WS-SubCliente) TO LT-Importe
               MOVE WS-LineaTotal TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

      *    Cargo al debe; credito y pago al haber.
       IMPRIMIR-MOVIMIENTO-PERFORM.
           MOVE SPACES TO WS-LineaMov
           MOVE MV-Fecha(WS-SubMov)       TO LM-Fecha
           MOVE MV-Comprobante(WS-SubMov) TO LM-Comprobante
           MOVE ZERO TO LM-Debe
           MOVE ZERO TO LM-Haber
           EVALUATE MV-Tipo(WS-SubMov)
               WHEN "C"
                   MOVE "Venta"      TO LM-Concepto
                   ADD MV-Importe(WS-SubMov) TO WS-SaldoCorrido
                   MOVE MV-Importe(WS-SubMov) TO LM-Debe
               WHEN "N"
                   MOVE "Devolucion" TO LM-Concepto
                   SUBTRACT MV-Importe(WS-SubMov) FROM WS-SaldoCorrido
                   MOVE MV-Importe(WS-SubMov) TO LM-Haber
               WHEN OTHER
                   MOVE "Pago"       TO LM-Concepto
                   SUBTRACT MV-Importe(WS-SubMov) FROM WS-SaldoCorrido
                   MOVE MV-Importe(WS-SubMov) TO LM-Haber
           END-EVALUATE
           IF MV-Tipo(WS-SubMov) NOT = "P"
               STRING MV-GadgetID(WS-SubMov) " x"
                      MV-Cantidad(WS-SubMov)
                   DELIMITED BY SIZE INTO LM-Detalle
           END-IF
           MOVE WS-SaldoCorrido TO LM-Saldo
           MOVE WS-LineaMov TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM GADGET-CTACTE-RESUMEN.
