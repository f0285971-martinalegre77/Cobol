      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Reporte de auditoria de la cola de cambios con doble
      *          control (CambiosPendientes.dat, CAMBIO.CPY): cada
      *          propuesta de ajuste de precios (gadget_precios.cbl),
      *          de parametro (param_mant.cbl) o de tasa de IVA
      *          (iva_mant.cbl) con su numero, quien la propuso y
      *          cuando, el resumen del cambio y su estado: pendiente,
      *          aprobada o rechazada, con quien la resolvio, cuando
      *          y el motivo del rechazo. Cierra con los totales por
      *          estado. Codigo 8 si la tabla de propuestas no entra
      *          en memoria.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOS-REPORTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CambioFile
           ASSIGN TO "CambiosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CambioStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CambioFile.
           COPY "cambio.cpy".
       WORKING-STORAGE SECTION.
       77 WS-CambioStatus   PIC XX.
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-FinCambio      PIC X VALUE "N".
           88 FinCambio     VALUE "S".
      *    Una entrada por propuesta, en el orden del archivo; la
      *    aprobacion o el rechazo completan la entrada de su numero.
       77 WS-CantProp       PIC 9(4) VALUE ZERO.
       77 WS-SubProp        PIC 9(4).
       01 TABLA-PROPUESTAS.
           05 PROP-ITEM OCCURS 2000 TIMES.
               10 TP-Numero      PIC 9(6).
               10 TP-Tipo        PIC X.
               10 TP-Usuario     PIC X(10).
               10 TP-Fecha       PIC 9(8).
               10 TP-Hora        PIC 9(6).
               10 TP-Resumen     PIC X(60).
               10 TP-Estado      PIC X.
               10 TP-Revisor     PIC X(10).
               10 TP-FechaRev    PIC 9(8).
               10 TP-HoraRev     PIC 9(6).
               10 TP-Motivo      PIC X(60).
       77 WS-TipoTexto      PIC X(9).
       77 WS-EstadoTexto    PIC X(9).
       77 WS-CantPendientes PIC 9(4) VALUE ZERO.
       77 WS-CantAprobadas  PIC 9(4) VALUE ZERO.
       77 WS-CantRechazadas PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           OPEN INPUT CambioFile
           IF WS-CambioStatus = "35"
               DISPLAY "NO HAY PROPUESTAS DE CAMBIO REGISTRADAS"
               STOP RUN
           END-IF
           READ CambioFile
               AT END SET FinCambio TO TRUE
           END-READ
           PERFORM UNTIL FinCambio
               IF CB-Propuesto
                   PERFORM AGREGAR-PROPUESTA-PERFORM
               ELSE
                   PERFORM RESOLVER-PROPUESTA-PERFORM
               END-IF
               READ CambioFile
                   AT END SET FinCambio TO TRUE
               END-READ
           END-PERFORM
           CLOSE CambioFile
           DISPLAY "CAMBIOS CON DOBLE CONTROL: PROPUESTAS Y"
                   " RESOLUCIONES"
           DISPLAY WS-LINE
           DISPLAY "Numero Tipo      Estado    Propuso    Fecha"
                   "    Hora   Resumen"
           DISPLAY "                           Resolvio   Fecha"
                   "    Hora   Motivo del rechazo"
           DISPLAY WS-LINE
           PERFORM VARYING WS-SubProp FROM 1 BY 1
               UNTIL WS-SubProp > WS-CantProp
               PERFORM LISTAR-PROPUESTA-PERFORM
           END-PERFORM
           DISPLAY WS-LINE
           DISPLAY "Propuestas.....: " WS-CantProp
           DISPLAY "  Pendientes...: " WS-CantPendientes
           DISPLAY "  Aprobadas....: " WS-CantAprobadas
           DISPLAY "  Rechazadas...: " WS-CantRechazadas
           STOP RUN.

       AGREGAR-PROPUESTA-PERFORM.
           IF WS-CantProp = 2000
               DISPLAY "ERROR: mas de 2000 propuestas, ampliar"
                       " TABLA-PROPUESTAS"
               CLOSE CambioFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CantProp
           MOVE CB-Numero  TO TP-Numero(WS-CantProp)
           MOVE CB-Tipo    TO TP-Tipo(WS-CantProp)
           MOVE CB-Usuario TO TP-Usuario(WS-CantProp)
           MOVE CB-Fecha   TO TP-Fecha(WS-CantProp)
           MOVE CB-Hora    TO TP-Hora(WS-CantProp)
           MOVE CB-Resumen TO TP-Resumen(WS-CantProp)
           MOVE "P"        TO TP-Estado(WS-CantProp)
           MOVE SPACES     TO TP-Revisor(WS-CantProp)
           MOVE ZERO       TO TP-FechaRev(WS-CantProp)
           MOVE ZERO       TO TP-HoraRev(WS-CantProp)
           MOVE SPACES     TO TP-Motivo(WS-CantProp).

       RESOLVER-PROPUESTA-PERFORM.
           PERFORM VARYING WS-SubProp FROM 1 BY 1
               UNTIL WS-SubProp > WS-CantProp
               IF TP-Numero(WS-SubProp) = CB-Numero
                   MOVE CB-Evento  TO TP-Estado(WS-SubProp)
                   MOVE CB-Usuario TO TP-Revisor(WS-SubProp)
                   MOVE CB-Fecha   TO TP-FechaRev(WS-SubProp)
                   MOVE CB-Hora    TO TP-HoraRev(WS-SubProp)
                   IF CB-Rechazado
                       MOVE CB-Resumen TO TP-Motivo(WS-SubProp)
                   END-IF
               END-IF
           END-PERFORM.

       LISTAR-PROPUESTA-PERFORM.
           EVALUATE TP-Tipo(WS-SubProp)
               WHEN "P" MOVE "PRECIOS"   TO WS-TipoTexto
               WHEN "R" MOVE "PARAMETRO" TO WS-TipoTexto
               WHEN "I" MOVE "TASA IVA"  TO WS-TipoTexto
               WHEN OTHER MOVE "?"       TO WS-TipoTexto
           END-EVALUATE
           EVALUATE TP-Estado(WS-SubProp)
               WHEN "A"
                   MOVE "APROBADA"  TO WS-EstadoTexto
                   ADD 1 TO WS-CantAprobadas
               WHEN "R"
                   MOVE "RECHAZADA" TO WS-EstadoTexto
                   ADD 1 TO WS-CantRechazadas
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-EstadoTexto
                   ADD 1 TO WS-CantPendientes
           END-EVALUATE
           DISPLAY TP-Numero(WS-SubProp) " " WS-TipoTexto " "
                   WS-EstadoTexto " " TP-Usuario(WS-SubProp) " "
                   TP-Fecha(WS-SubProp) " " TP-Hora(WS-SubProp) " "
                   TP-Resumen(WS-SubProp)
           IF TP-Estado(WS-SubProp) NOT = "P"
               DISPLAY "                           "
                       TP-Revisor(WS-SubProp) " "
                       TP-FechaRev(WS-SubProp) " "
                       TP-HoraRev(WS-SubProp) " "
                       TP-Motivo(WS-SubProp)
           END-IF.

       END PROGRAM CAMBIOS-REPORTE.
