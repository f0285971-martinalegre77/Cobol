      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Libro IVA Ventas mensual de GadgetShop a partir de
      *          las facturas emitidas (GadgetFacturas.dat,
      *          FACTURA.CPY): una linea por factura y tasa con fecha,
      *          sucursal-numero, cliente, base gravada, IVA y total,
      *          y al pie los totales por tasa y el total general del
      *          periodo. Sale en LibroIvaVentas.txt, que va al spool.
      *          El periodo se toma de la variable LIBROIVA_PERIODO
      *          (AAAAMM); sin ella, el mes anterior a la fecha de
      *          negocio.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-LIBRO-IVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FacturaFile
           ASSIGN TO "GadgetFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FacturaStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ReporteFile
           ASSIGN TO "LibroIvaVentas.txt"
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
       FD FacturaFile.
           COPY "factura.cpy".
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
       77 WS-FacturaStatus  PIC XX.
       77 WS-CliStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(96) VALUE ALL "-".
       01 WS-FinFacturas    PIC X VALUE "N".
           88 FinFacturas   VALUE "S".
      *    Periodo a emitir (AAAAMM).
       01 WS-PeriodoX       PIC X(6) VALUE SPACES.
       01 WS-Periodo REDEFINES WS-PeriodoX PIC 9(6).
       01 WS-PeriodoPartes REDEFINES WS-PeriodoX.
           03 WS-PeriodoAnio PIC 9(4).
           03 WS-PeriodoMes  PIC 9(2).
      *    Nombres de clientes.
       77 WS-CantClientes   PIC 9(4) VALUE ZERO.
       77 WS-SubCliente     PIC 9(4).
       01 TABLA-CLIENTES.
           05 CLIENTE-ITEM OCCURS 1000 TIMES.
               10 CL-Codigo      PIC 9(4).
               10 CL-Nombre      PIC X(30).
       77 WS-NombreCliente  PIC X(20).
      *    Factura en curso (corte por sucursal y numero) y su base
      *    e impuesto por tasa.
       01 WS-FacturaActual.
           03 WS-FacSucursal PIC 9(3) VALUE ZERO.
           03 WS-FacNumero   PIC 9(8) VALUE ZERO.
       77 WS-FacFecha       PIC 9(8).
       77 WS-FacCliente     PIC 9(4).
       77 WS-HayFactura     PIC X VALUE "N".
       77 WS-CantTasasFac   PIC 9(2) VALUE ZERO.
       77 WS-SubTasa        PIC 9(2).
       01 TABLA-TASAS-FAC.
           05 TASAFAC-ITEM OCCURS 10 TIMES.
               10 TF-Tasa        PIC 9V99.
               10 TF-Neto        PIC 9(9)V99.
               10 TF-Iva         PIC 9(9)V99.
      *    Totales del periodo por tasa.
       77 WS-CantTasasPer   PIC 9(2) VALUE ZERO.
       77 WS-SubTasaPer     PIC 9(2).
       01 TABLA-TASAS-PER.
           05 TASAPER-ITEM OCCURS 10 TIMES.
               10 TP-Tasa        PIC 9V99.
               10 TP-Neto        PIC 9(11)V99.
               10 TP-Iva         PIC 9(11)V99.
       01 WS-TasaVista      PIC X.
       77 WS-TasasOmitidas  PIC 9(6) VALUE ZERO.
       77 WS-CantFacturas   PIC 9(6) VALUE ZERO.
       77 WS-TotalNeto      PIC 9(11)V99 VALUE ZERO.
       77 WS-TotalIva       PIC 9(11)V99 VALUE ZERO.
       77 WS-TasaPorc       PIC 99V99.
       01 WS-LineaLibro.
           03 LL-Fecha      PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LL-Sucursal   PIC 9(3).
           03 FILLER        PIC X VALUE "-".
           03 LL-Numero     PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LL-Cliente    PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LL-Nombre     PIC X(20).
           03 LL-Tasa       PIC ZZ9,99.
           03 LL-Neto       PIC ZZ.ZZZ.ZZ9,99.
           03 LL-Iva        PIC ZZ.ZZZ.ZZ9,99.
           03 LL-Total      PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LineaTotal.
           03 LT-Texto      PIC X(53).
           03 LT-Neto       PIC ZZ.ZZZ.ZZ9,99.
           03 LT-Iva        PIC ZZ.ZZZ.ZZ9,99.
           03 LT-Total      PIC ZZ.ZZZ.ZZ9,99.
       01 WS-TextoTasa.
           03 FILLER        PIC X(18) VALUE "  Total tasa ".
           03 TT-Tasa       PIC Z9,99.
           03 FILLER        PIC X(2) VALUE " %".
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-PeriodoX FROM ENVIRONMENT "LIBROIVA_PERIODO"
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
               DISPLAY "ERROR: periodo invalido en LIBROIVA_PERIODO: "
                       WS-PeriodoX " (AAAAMM)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CLIENTES-PERFORM
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "LIBRO IVA VENTAS - PERIODO " WS-PeriodoX
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Fecha    Comprobante  Cli  Cliente             "
               TO RptLinea
           MOVE "  IVA%   Base grav.          IVA        Total"
               TO RptLinea(48:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           OPEN INPUT FacturaFile
           IF WS-FacturaStatus = "35"
               CONTINUE
           ELSE
               READ FacturaFile
                   AT END SET FinFacturas TO TRUE
               END-READ
               PERFORM UNTIL FinFacturas
                   IF FC-Fecha(1:6) = WS-PeriodoX
                       IF WS-HayFactura = "S"
                           AND (FC-Sucursal NOT = WS-FacSucursal
                           OR FC-Numero NOT = WS-FacNumero)
                           PERFORM IMPRIMIR-FACTURA-PERFORM
                       END-IF
                       IF WS-HayFactura = "N"
                           PERFORM NUEVA-FACTURA-PERFORM
                       END-IF
                       PERFORM ACUMULAR-LINEA-PERFORM
                   END-IF
                   READ FacturaFile
                       AT END SET FinFacturas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FacturaFile
           END-IF
           IF WS-HayFactura = "S"
               PERFORM IMPRIMIR-FACTURA-PERFORM
           END-IF
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF WS-CantFacturas = ZERO
               MOVE SPACES TO RptLinea
               STRING "SIN FACTURAS EMITIDAS EN EL PERIODO "
                      WS-PeriodoX
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasasPer
               COMPUTE WS-TasaPorc = TP-Tasa(WS-SubTasa) * 100
               MOVE WS-TasaPorc TO TT-Tasa
               MOVE WS-TextoTasa TO LT-Texto
               MOVE TP-Neto(WS-SubTasa) TO LT-Neto
               MOVE TP-Iva(WS-SubTasa)  TO LT-Iva
               COMPUTE LT-Total = TP-Neto(WS-SubTasa)
                                + TP-Iva(WS-SubTasa)
               MOVE WS-LineaTotal TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-PERFORM
           MOVE SPACES TO LT-Texto
           STRING "  TOTAL GENERAL (" WS-CantFacturas " facturas)"
               DELIMITED BY SIZE INTO LT-Texto
           MOVE WS-TotalNeto TO LT-Neto
           MOVE WS-TotalIva  TO LT-Iva
           COMPUTE LT-Total = WS-TotalNeto + WS-TotalIva
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "LibroIvaVentas"     TO SPL-Reporte
           MOVE "LibroIvaVentas.txt" TO SPL-Origen
           MOVE "GADGET-LIBROIVA"    TO SPL-Programa
           MOVE WS-FechaHoy          TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "LIBRO IVA VENTAS DEL PERIODO " WS-PeriodoX
                   ": " WS-CantFacturas " facturas"
                   " (LibroIvaVentas.txt)"
           DISPLAY "Base gravada: " WS-TotalNeto
                   "  IVA: " WS-TotalIva
           IF WS-TasasOmitidas > ZERO
               DISPLAY "AVISO: tabla de tasas llena, quedaron "
                       WS-TasasOmitidas " lineas sin acumular"
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
                       MOVE CliCodigo TO CL-Codigo(WS-CantClientes)
                       MOVE CliNombre TO CL-Nombre(WS-CantClientes)
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

       NUEVA-FACTURA-PERFORM.
           MOVE "S"         TO WS-HayFactura
           MOVE FC-Sucursal TO WS-FacSucursal
           MOVE FC-Numero   TO WS-FacNumero
           MOVE FC-Fecha    TO WS-FacFecha
           MOVE FC-Cliente  TO WS-FacCliente
           MOVE ZERO        TO WS-CantTasasFac.

       ACUMULAR-LINEA-PERFORM.
           MOVE "N" TO WS-TasaVista
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasasFac
               IF TF-Tasa(WS-SubTasa) = FC-Tasa
                   MOVE "S" TO WS-TasaVista
                   ADD FC-Neto TO TF-Neto(WS-SubTasa)
                   ADD FC-Iva  TO TF-Iva(WS-SubTasa)
               END-IF
           END-PERFORM
           IF WS-TasaVista = "N"
               IF WS-CantTasasFac < 10
                   ADD 1 TO WS-CantTasasFac
                   MOVE FC-Tasa TO TF-Tasa(WS-CantTasasFac)
                   MOVE FC-Neto TO TF-Neto(WS-CantTasasFac)
                   MOVE FC-Iva  TO TF-Iva(WS-CantTasasFac)
               ELSE
                   ADD 1 TO WS-TasasOmitidas
               END-IF
           END-IF.

      *    Una linea por tasa de la factura que termina; suma a los
      *    totales por tasa del periodo.
       IMPRIMIR-FACTURA-PERFORM.
           MOVE "Consumidor final" TO WS-NombreCliente
           IF WS-FacCliente NOT = ZERO
               MOVE "(inexistente)" TO WS-NombreCliente
               PERFORM VARYING WS-SubCliente FROM 1 BY 1
                   UNTIL WS-SubCliente > WS-CantClientes
                   IF CL-Codigo(WS-SubCliente) = WS-FacCliente
                       MOVE CL-Nombre(WS-SubCliente)
                           TO WS-NombreCliente
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasasFac
               MOVE WS-FacFecha      TO LL-Fecha
               MOVE WS-FacSucursal   TO LL-Sucursal
               MOVE WS-FacNumero     TO LL-Numero
               MOVE WS-FacCliente    TO LL-Cliente
               MOVE WS-NombreCliente TO LL-Nombre
               COMPUTE WS-TasaPorc = TF-Tasa(WS-SubTasa) * 100
               MOVE WS-TasaPorc      TO LL-Tasa
               MOVE TF-Neto(WS-SubTasa) TO LL-Neto
               MOVE TF-Iva(WS-SubTasa)  TO LL-Iva
               COMPUTE LL-Total = TF-Neto(WS-SubTasa)
                                + TF-Iva(WS-SubTasa)
               MOVE WS-LineaLibro TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               ADD TF-Neto(WS-SubTasa) TO WS-TotalNeto
               ADD TF-Iva(WS-SubTasa)  TO WS-TotalIva
               PERFORM ACUMULAR-PERIODO-PERFORM
           END-PERFORM
           ADD 1 TO WS-CantFacturas
           MOVE "N" TO WS-HayFactura.

       ACUMULAR-PERIODO-PERFORM.
           MOVE "N" TO WS-TasaVista
           PERFORM VARYING WS-SubTasaPer FROM 1 BY 1
               UNTIL WS-SubTasaPer > WS-CantTasasPer
               IF TP-Tasa(WS-SubTasaPer) = TF-Tasa(WS-SubTasa)
                   MOVE "S" TO WS-TasaVista
                   ADD TF-Neto(WS-SubTasa) TO TP-Neto(WS-SubTasaPer)
                   ADD TF-Iva(WS-SubTasa)  TO TP-Iva(WS-SubTasaPer)
               END-IF
           END-PERFORM
           IF WS-TasaVista = "N"
               IF WS-CantTasasPer < 10
                   ADD 1 TO WS-CantTasasPer
                   MOVE TF-Tasa(WS-SubTasa)
                       TO TP-Tasa(WS-CantTasasPer)
                   MOVE TF-Neto(WS-SubTasa)
                       TO TP-Neto(WS-CantTasasPer)
                   MOVE TF-Iva(WS-SubTasa)
                       TO TP-Iva(WS-CantTasasPer)
               ELSE
                   ADD 1 TO WS-TasasOmitidas
               END-IF
           END-IF.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM GADGET-LIBRO-IVA.
