      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Reporte mensual de reclamos de garantia por proveedor
      *          (GarantiaReclamos.txt, al spool). Lee los reclamos G
      *          del periodo (GARANTIA_PERIODO, AAAAMM; por defecto el
      *          mes de la fecha de negocio) del historial de series
      *          GadgetSerieMov.dat (SERIEMOV.CPY), que registra
      *          gadget_garantia.cbl, y los agrupa por el proveedor
      *          que entrego la unidad. Cada reclamo sale con la
      *          fecha, la serie, el articulo, el cliente, si estaba
      *          dentro de la garantia y la falla; cada proveedor
      *          cierra con sus reclamos dentro y fuera de garantia y
      *          las unidades serializadas que se le recibieron en
      *          toda la historia, para ver la tasa de falla. Codigo
      *          0; 8 si el periodo es invalido.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-GARANTIA-REP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerieMovFile
           ASSIGN TO "GadgetSerieMov.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SerieMovStatus.
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
           SELECT ReporteFile
           ASSIGN TO "GarantiaReclamos.txt"
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
       FD SerieMovFile.
           COPY "seriemov.cpy".
       FD ProvFile.
       01 ProvDetails.
           88 EndOfProvFile  VALUE HIGH-VALUE.
           02 ProvCodigo     PIC 9(4).
           02 ProvNombre     PIC X(30).
           02 ProvContacto   PIC X(40).
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-SerieMovStatus PIC XX.
       77 WS-ProvStatus     PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(96) VALUE ALL "-".
       01 WS-PeriodoX       PIC X(6) VALUE SPACES.
       01 WS-Periodo REDEFINES WS-PeriodoX PIC 9(6).
       01 WS-FinMov         PIC X VALUE "N".
           88 FinMov        VALUE "S".
      *    Proveedores del maestro mas los que aparecen en el
      *    historial sin estar en el maestro.
       77 WS-CantProv       PIC 9(4) VALUE ZERO.
       77 WS-SubProv        PIC 9(4).
       77 WS-ProvOmitidos   PIC 9(6) VALUE ZERO.
       77 WS-BuscarProv     PIC 9(4).
       01 WS-ProvVisto      PIC X.
           88 ProvVisto     VALUE "S".
       01 TABLA-PROVEEDORES.
           05 PROV-ITEM OCCURS 500 TIMES.
               10 PV-Codigo      PIC 9(4).
               10 PV-Nombre      PIC X(30).
               10 PV-Reclamos    PIC 9(5).
               10 PV-Dentro      PIC 9(5).
               10 PV-Fuera       PIC 9(5).
               10 PV-Recibidas   PIC 9(7).
      *    Reclamos del periodo, en el orden del historial.
       77 WS-CantReclamos   PIC 9(4) VALUE ZERO.
       77 WS-SubReclamo     PIC 9(4).
       77 WS-RecOmitidos    PIC 9(6) VALUE ZERO.
       01 TABLA-RECLAMOS.
           05 RECLAMO-ITEM OCCURS 2000 TIMES.
               10 GR-Fecha       PIC 9(8).
               10 GR-Serie       PIC X(20).
               10 GR-GadgetID    PIC 9(6).
               10 GR-Cliente     PIC 9(4).
               10 GR-Garantia    PIC X.
               10 GR-Falla       PIC X(30).
               10 GR-SubProv     PIC 9(4).
       77 WS-TotReclamos    PIC 9(6) VALUE ZERO.
       77 WS-TotDentro      PIC 9(6) VALUE ZERO.
       77 WS-TotFuera       PIC 9(6) VALUE ZERO.
       77 WS-TotRecibidas   PIC 9(8) VALUE ZERO.
       77 WS-Tasa           PIC 9(3)V9.
       01 WS-LineaProv.
           03 FILLER        PIC X(10) VALUE "PROVEEDOR ".
           03 LP-Codigo     PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LP-Nombre     PIC X(30).
       01 WS-LineaReclamo.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LR-Fecha      PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Serie      PIC X(20).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-GadgetID   PIC 9(6).
           03 FILLER        PIC X(3) VALUE SPACES.
           03 LR-Cliente    PIC 9(4).
           03 FILLER        PIC X(4) VALUE SPACES.
           03 LR-Garantia   PIC X(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Falla      PIC X(30).
       01 WS-LineaTotal.
           03 LT-Titulo     PIC X(14).
           03 FILLER        PIC X(10) VALUE "Reclamos: ".
           03 LT-Reclamos   PIC ZZZZZ9.
           03 FILLER        PIC X(10) VALUE "  Dentro: ".
           03 LT-Dentro     PIC ZZZZZ9.
           03 FILLER        PIC X(9)  VALUE "  Fuera: ".
           03 LT-Fuera      PIC ZZZZZ9.
           03 FILLER        PIC X(13) VALUE "  Recibidas: ".
           03 LT-Recibidas  PIC ZZZZZZZ9.
           03 FILLER        PIC X(8)  VALUE "  Tasa: ".
           03 LT-Tasa       PIC ZZ9,9.
           03 FILLER        PIC X VALUE "%".
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-PeriodoX FROM ENVIRONMENT "GARANTIA_PERIODO"
           IF WS-PeriodoX = SPACES
               MOVE WS-FechaHoy(1:6) TO WS-PeriodoX
           END-IF
           IF WS-PeriodoX NOT NUMERIC
               DISPLAY "ERROR: periodo invalido en GARANTIA_PERIODO: "
                       WS-PeriodoX " (AAAAMM)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PROVEEDORES-PERFORM
           PERFORM LEER-MOVIMIENTOS-PERFORM
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "RECLAMOS DE GARANTIA POR PROVEEDOR - PERIODO "
                  WS-Periodo " (al " WS-FechaHoy ")"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           PERFORM VARYING WS-SubProv FROM 1 BY 1
               UNTIL WS-SubProv > WS-CantProv
               IF PV-Reclamos(WS-SubProv) > ZERO
                   PERFORM LISTAR-PROVEEDOR-PERFORM
               END-IF
           END-PERFORM
           IF WS-TotReclamos = ZERO
               MOVE "SIN RECLAMOS DE GARANTIA EN EL PERIODO"
                   TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "TOTAL PERIODO" TO LT-Titulo
           MOVE WS-TotReclamos  TO LT-Reclamos
           MOVE WS-TotDentro    TO LT-Dentro
           MOVE WS-TotFuera     TO LT-Fuera
           MOVE WS-TotRecibidas TO LT-Recibidas
           MOVE ZERO TO WS-Tasa
           IF WS-TotRecibidas > ZERO
               COMPUTE WS-Tasa ROUNDED =
                   WS-TotReclamos * 100 / WS-TotRecibidas
                   ON SIZE ERROR MOVE 999,9 TO WS-Tasa
               END-COMPUTE
           END-IF
           MOVE WS-Tasa TO LT-Tasa
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF WS-RecOmitidos > ZERO OR WS-ProvOmitidos > ZERO
               MOVE SPACES TO RptLinea
               STRING "AVISO: tablas llenas, quedaron "
                      WS-RecOmitidos " reclamos y "
                      WS-ProvOmitidos " movimientos sin procesar"
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           CLOSE ReporteFile
           MOVE "GarantiaReclamos"     TO SPL-Reporte
           MOVE "GarantiaReclamos.txt" TO SPL-Origen
           MOVE "GADGET-GARREP"        TO SPL-Programa
           MOVE WS-FechaHoy            TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "RECLAMOS DE GARANTIA - PERIODO " WS-Periodo
                   " (GarantiaReclamos.txt)"
           DISPLAY "Reclamos del periodo....: " WS-TotReclamos
           DISPLAY "  Dentro de garantia....: " WS-TotDentro
           DISPLAY "  Fuera de garantia.....: " WS-TotFuera
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

       CARGAR-PROVEEDORES-PERFORM.
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF WS-CantProv < 500
                       ADD 1 TO WS-CantProv
                       MOVE ProvCodigo TO PV-Codigo(WS-CantProv)
                       MOVE ProvNombre TO PV-Nombre(WS-CantProv)
                       MOVE ZERO TO PV-Reclamos(WS-CantProv)
                       MOVE ZERO TO PV-Dentro(WS-CantProv)
                       MOVE ZERO TO PV-Fuera(WS-CantProv)
                       MOVE ZERO TO PV-Recibidas(WS-CantProv)
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF.

      *    Las recepciones R cuentan en toda la historia; los
      *    reclamos G, solo los del periodo.
       LEER-MOVIMIENTOS-PERFORM.
           OPEN INPUT SerieMovFile
           IF WS-SerieMovStatus = "35"
               CONTINUE
           ELSE
               READ SerieMovFile
                   AT END SET FinMov TO TRUE
               END-READ
               PERFORM UNTIL FinMov
                   IF SM-Recibo
                       MOVE SM-Proveedor TO WS-BuscarProv
                       PERFORM BUSCAR-PROVEEDOR-PERFORM
                       IF WS-SubProv > ZERO
                           ADD 1 TO PV-Recibidas(WS-SubProv)
                           ADD 1 TO WS-TotRecibidas
                       END-IF
                   END-IF
                   IF SM-Reclamo AND SM-Fecha(1:6) = WS-PeriodoX
                       PERFORM ANOTAR-RECLAMO-PERFORM
                   END-IF
                   READ SerieMovFile
                       AT END SET FinMov TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SerieMovFile
           END-IF.

       ANOTAR-RECLAMO-PERFORM.
           MOVE SM-Proveedor TO WS-BuscarProv
           PERFORM BUSCAR-PROVEEDOR-PERFORM
           IF WS-SubProv = ZERO OR WS-CantReclamos >= 2000
               ADD 1 TO WS-RecOmitidos
           ELSE
               ADD 1 TO WS-CantReclamos
               MOVE SM-Fecha     TO GR-Fecha(WS-CantReclamos)
               MOVE SM-Serie     TO GR-Serie(WS-CantReclamos)
               MOVE SM-GadgetID  TO GR-GadgetID(WS-CantReclamos)
               MOVE SM-Cliente   TO GR-Cliente(WS-CantReclamos)
               MOVE SM-Garantia  TO GR-Garantia(WS-CantReclamos)
               MOVE SM-Detalle   TO GR-Falla(WS-CantReclamos)
               MOVE WS-SubProv   TO GR-SubProv(WS-CantReclamos)
               ADD 1 TO PV-Reclamos(WS-SubProv)
               ADD 1 TO WS-TotReclamos
               IF SM-EnGarantia
                   ADD 1 TO PV-Dentro(WS-SubProv)
                   ADD 1 TO WS-TotDentro
               ELSE
                   ADD 1 TO PV-Fuera(WS-SubProv)
                   ADD 1 TO WS-TotFuera
               END-IF
           END-IF.

      *    Deja en WS-SubProv la posicion del proveedor; el que no
      *    esta en el maestro se agrega sin nombre. Cero si la tabla
      *    esta llena.
       BUSCAR-PROVEEDOR-PERFORM.
           MOVE "N" TO WS-ProvVisto
           PERFORM VARYING WS-SubProv FROM 1 BY 1
               UNTIL WS-SubProv > WS-CantProv OR ProvVisto
               IF PV-Codigo(WS-SubProv) = WS-BuscarProv
                   SET ProvVisto TO TRUE
               END-IF
           END-PERFORM
           IF ProvVisto
               SUBTRACT 1 FROM WS-SubProv
           ELSE
               IF WS-CantProv < 500
                   ADD 1 TO WS-CantProv
                   MOVE WS-CantProv TO WS-SubProv
                   MOVE WS-BuscarProv TO PV-Codigo(WS-SubProv)
                   IF WS-BuscarProv = ZERO
                       MOVE "*** SIN PROVEEDOR"
                           TO PV-Nombre(WS-SubProv)
                   ELSE
                       MOVE "*** PROVEEDOR INEXISTENTE"
                           TO PV-Nombre(WS-SubProv)
                   END-IF
                   MOVE ZERO TO PV-Reclamos(WS-SubProv)
                   MOVE ZERO TO PV-Dentro(WS-SubProv)
                   MOVE ZERO TO PV-Fuera(WS-SubProv)
                   MOVE ZERO TO PV-Recibidas(WS-SubProv)
               ELSE
                   MOVE ZERO TO WS-SubProv
                   ADD 1 TO WS-ProvOmitidos
               END-IF
           END-IF.

       LISTAR-PROVEEDOR-PERFORM.
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE PV-Codigo(WS-SubProv) TO LP-Codigo
           MOVE PV-Nombre(WS-SubProv) TO LP-Nombre
           MOVE WS-LineaProv TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "  Fecha    Serie                Articulo Cliente"
               TO RptLinea
           MOVE "Garantia Falla" TO RptLinea(50:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           PERFORM VARYING WS-SubReclamo FROM 1 BY 1
               UNTIL WS-SubReclamo > WS-CantReclamos
               IF GR-SubProv(WS-SubReclamo) = WS-SubProv
                   PERFORM LINEA-RECLAMO-PERFORM
               END-IF
           END-PERFORM
           MOVE "  Subtotal" TO LT-Titulo
           MOVE PV-Reclamos(WS-SubProv)  TO LT-Reclamos
           MOVE PV-Dentro(WS-SubProv)    TO LT-Dentro
           MOVE PV-Fuera(WS-SubProv)     TO LT-Fuera
           MOVE PV-Recibidas(WS-SubProv) TO LT-Recibidas
           MOVE ZERO TO WS-Tasa
           IF PV-Recibidas(WS-SubProv) > ZERO
               COMPUTE WS-Tasa ROUNDED =
                   PV-Reclamos(WS-SubProv) * 100
                   / PV-Recibidas(WS-SubProv)
                   ON SIZE ERROR MOVE 999,9 TO WS-Tasa
               END-COMPUTE
           END-IF
           MOVE WS-Tasa TO LT-Tasa
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       LINEA-RECLAMO-PERFORM.
           MOVE GR-Fecha(WS-SubReclamo)    TO LR-Fecha
           MOVE GR-Serie(WS-SubReclamo)    TO LR-Serie
           MOVE GR-GadgetID(WS-SubReclamo) TO LR-GadgetID
           MOVE GR-Cliente(WS-SubReclamo)  TO LR-Cliente
           IF GR-Garantia(WS-SubReclamo) = "S"
               MOVE "DENTRO" TO LR-Garantia
           ELSE
               MOVE "FUERA"  TO LR-Garantia
           END-IF
           MOVE GR-Falla(WS-SubReclamo)    TO LR-Falla
           MOVE WS-LineaReclamo TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM GADGET-GARANTIA-REP.
