      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Resultado de las promociones de GadgetShop para
      *          marketing: por cada promocion (GadgetPromos.dat,
      *          PROMO.CPY) las ventas que se cobraron con su
      *          descuento (GadgetPromoVtas.dat, PROMOVTA.CPY, que
      *          graba gadgetshop.cbl al postear), con unidades,
      *          facturacion a precio de lista, facturacion real y
      *          lo que costo el descuento. Las promociones sin
      *          ventas tambien salen, en cero. Sale en
      *          PromoResultado.txt, que va al spool.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PROMO-RESULT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile
           ASSIGN TO "GadgetPromos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PMO-Status.
           SELECT PromoVtaFile
           ASSIGN TO "GadgetPromoVtas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromoVtaStatus.
           SELECT ReporteFile
           ASSIGN TO "PromoResultado.txt"
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
       FD PromoFile.
           COPY "promo.cpy".
       FD PromoVtaFile.
           COPY "promovta.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "promowork.cpy".
       77 WS-PromoVtaStatus PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(96) VALUE ALL "-".
       01 WS-FinVentas      PIC X VALUE "N".
           88 FinVentas     VALUE "S".
      *    Acumulados por promocion, en paralelo con PMO-Tabla.
       01 TABLA-RESULTADO.
           05 RESULTADO-ITEM OCCURS 200 TIMES.
               10 RS-Movimientos PIC 9(6).
               10 RS-Unidades    PIC 9(8).
               10 RS-Lista       PIC 9(11)V99.
               10 RS-Cobrado     PIC 9(11)V99.
       77 WS-VentasSinPromo PIC 9(6) VALUE ZERO.
       77 WS-TotUnidades    PIC 9(8) VALUE ZERO.
       77 WS-TotLista       PIC 9(11)V99 VALUE ZERO.
       77 WS-TotCobrado     PIC 9(11)V99 VALUE ZERO.
       77 WS-Descuento      PIC 9(11)V99.
       01 WS-LineaPromo.
           03 LP-Codigo     PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LP-Descripcion PIC X(24).
           03 FILLER        PIC X VALUE SPACE.
           03 LP-Porc       PIC Z9,99.
           03 LP-Unidades   PIC ZZZ.ZZ9.
           03 LP-Lista      PIC ZZZ.ZZZ.ZZ9,99.
           03 LP-Cobrado    PIC ZZZ.ZZZ.ZZ9,99.
           03 LP-Descuento  PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           PERFORM CARGAR-PROMOS-PERFORM
           INITIALIZE TABLA-RESULTADO
           OPEN INPUT PromoVtaFile
           IF WS-PromoVtaStatus = "35"
               CONTINUE
           ELSE
               READ PromoVtaFile
                   AT END SET FinVentas TO TRUE
               END-READ
               PERFORM UNTIL FinVentas
                   PERFORM ACUMULAR-VENTA-PERFORM
                   READ PromoVtaFile
                       AT END SET FinVentas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PromoVtaFile
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "RESULTADO DE PROMOCIONES AL " WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Prom Descripcion              Desc%  Unid."
               TO RptLinea
           MOVE "A precio lista       Cobrado     Descuento"
               TO RptLinea(43:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF PMO-Cant = ZERO
               MOVE "SIN PROMOCIONES CARGADAS" TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           PERFORM VARYING PMO-Sub FROM 1 BY 1
               UNTIL PMO-Sub > PMO-Cant
               PERFORM IMPRIMIR-PROMO-PERFORM
           END-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaPromo
           MOVE ZERO TO LP-Codigo
           MOVE "TOTAL PROMOCIONES" TO LP-Descripcion
           MOVE ZERO TO LP-Porc
           MOVE WS-TotUnidades TO LP-Unidades
           MOVE WS-TotLista    TO LP-Lista
           MOVE WS-TotCobrado  TO LP-Cobrado
           COMPUTE WS-Descuento = WS-TotLista - WS-TotCobrado
           MOVE WS-Descuento   TO LP-Descuento
           MOVE WS-LineaPromo TO RptLinea
           MOVE SPACES TO RptLinea(1:4)
           MOVE SPACES TO RptLinea(31:5)
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "PromoResultado"     TO SPL-Reporte
           MOVE "PromoResultado.txt" TO SPL-Origen
           MOVE "GADGET-PROMORES"    TO SPL-Programa
           MOVE WS-FechaHoy          TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "RESULTADO DE PROMOCIONES: " PMO-Cant
                   " promociones (PromoResultado.txt)"
           DISPLAY "Descuento otorgado......: " WS-Descuento
           IF PMO-Omitidas > ZERO OR WS-VentasSinPromo > ZERO
               DISPLAY "AVISO: tabla de promociones llena o ventas de"
                       " promociones desconocidas: "
                       WS-VentasSinPromo " ventas sin acumular"
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

       ACUMULAR-VENTA-PERFORM.
           MOVE "N" TO PMO-Vista
           PERFORM VARYING PMO-Sub FROM 1 BY 1
               UNTIL PMO-Sub > PMO-Cant OR PMO-Vista = "S"
               IF PT-Codigo(PMO-Sub) = PV-Promo
                   MOVE "S" TO PMO-Vista
               END-IF
           END-PERFORM
           IF PMO-Vista = "S"
               SUBTRACT 1 FROM PMO-Sub
               ADD 1 TO RS-Movimientos(PMO-Sub)
               ADD PV-Cantidad TO RS-Unidades(PMO-Sub)
               COMPUTE RS-Lista(PMO-Sub) = RS-Lista(PMO-Sub)
                   + PV-Cantidad * PV-PrecioLista
               COMPUTE RS-Cobrado(PMO-Sub) = RS-Cobrado(PMO-Sub)
                   + PV-Cantidad * PV-PrecioPromo
           ELSE
               ADD 1 TO WS-VentasSinPromo
           END-IF.

       IMPRIMIR-PROMO-PERFORM.
           MOVE PT-Codigo(PMO-Sub)      TO LP-Codigo
           MOVE PT-Descripcion(PMO-Sub) TO LP-Descripcion
           MOVE PT-Porcentaje(PMO-Sub)  TO LP-Porc
           MOVE RS-Unidades(PMO-Sub)    TO LP-Unidades
           MOVE RS-Lista(PMO-Sub)       TO LP-Lista
           MOVE RS-Cobrado(PMO-Sub)     TO LP-Cobrado
           COMPUTE WS-Descuento =
               RS-Lista(PMO-Sub) - RS-Cobrado(PMO-Sub)
           MOVE WS-Descuento            TO LP-Descuento
           MOVE WS-LineaPromo TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           IF PT-Categoria(PMO-Sub) NOT = SPACES
               STRING "     " PT-Desde(PMO-Sub) "-" PT-Hasta(PMO-Sub)
                      " categoria " PT-Categoria(PMO-Sub)
                      " sucursal " PT-Sucursal(PMO-Sub)
                   DELIMITED BY SIZE INTO RptLinea
           ELSE
               STRING "     " PT-Desde(PMO-Sub) "-" PT-Hasta(PMO-Sub)
                      " lista de " PT-CantArticulos(PMO-Sub)
                      " articulos sucursal " PT-Sucursal(PMO-Sub)
                   DELIMITED BY SIZE INTO RptLinea
           END-IF
           IF PT-Estado(PMO-Sub) = "B"
               MOVE "(ANULADA)" TO RptLinea(80:)
           END-IF
           PERFORM ESCRIBIR-LINEA-PERFORM
           ADD RS-Unidades(PMO-Sub) TO WS-TotUnidades
           ADD RS-Lista(PMO-Sub)    TO WS-TotLista
           ADD RS-Cobrado(PMO-Sub)  TO WS-TotCobrado.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       COPY "promoproc.cpy".
       END PROGRAM GADGET-PROMO-RESULT.
