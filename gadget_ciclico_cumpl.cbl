      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Cumplimiento del conteo ciclico de GadgetShop. Recorre
      *          el plan ConteoPlan.dat (CONTEOPLAN.CPY, lo arma
      *          gadget_ciclico.cbl y lo marca gadget_conteo.cbl) para
      *          el mes de la fecha de negocio (o el de la variable
      *          CICLICO_PERIODO, AAAAMM) y clasifica cada conteo
      *          programado: realizado en fecha, realizado fuera de
      *          termino, no realizado (programado hasta la fecha de
      *          negocio y sigue pendiente: corre en la cadena nocturna,
      *          con el dia ya cerrado) o pendiente (programado mas
      *          adelante). Lista el detalle de los no realizados y
      *          fuera de termino y los totales por clase ABC con el
      *          porcentaje de cumplimiento. Codigo 4 si hay conteos no
      *          realizados.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CICLICO-CUMPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanFile
           ASSIGN TO "ConteoPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-Clave
           FILE STATUS IS WS-PlanStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
           COPY "conteoplan.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-PlanStatus     PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       77 WS-FechaHoy       PIC 9(8).
       01 WS-PeriodoX       PIC X(6) VALUE SPACES.
       01 WS-Periodo REDEFINES WS-PeriodoX PIC 9(6).
       01 WS-FinPlan        PIC X VALUE "N".
           88 FinPlan       VALUE "S".
      *    Totales por clase (1 = A, 2 = B, 3 = C).
       01 TABLA-CUMPL.
           05 CUMPL-ITEM OCCURS 3 TIMES.
               10 CU-Programados PIC 9(5).
               10 CU-EnFecha     PIC 9(5).
               10 CU-Tarde       PIC 9(5).
               10 CU-NoRealizado PIC 9(5).
               10 CU-Pendiente   PIC 9(5).
       77 WS-SubClase       PIC 9.
       77 WS-Vencidos       PIC 9(5).
       77 WS-PctCumpl       PIC 9(3)V9.
       77 WS-EditPct        PIC ZZ9,9.
       77 WS-Estado         PIC X(16).
       77 WS-CantDetalle    PIC 9(5) VALUE ZERO.
       77 WS-TotNoRealizado PIC 9(5) VALUE ZERO.
       01 WS-Letra          PIC X.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-PeriodoX FROM ENVIRONMENT "CICLICO_PERIODO"
           IF WS-PeriodoX = SPACES
               MOVE WS-FechaHoy(1:6) TO WS-PeriodoX
           END-IF
           IF WS-PeriodoX NOT NUMERIC
               DISPLAY "ERROR: periodo invalido en CICLICO_PERIODO: "
                       WS-PeriodoX " (AAAAMM)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               MOVE ZERO TO CU-Programados(WS-SubClase)
               MOVE ZERO TO CU-EnFecha(WS-SubClase)
               MOVE ZERO TO CU-Tarde(WS-SubClase)
               MOVE ZERO TO CU-NoRealizado(WS-SubClase)
               MOVE ZERO TO CU-Pendiente(WS-SubClase)
           END-PERFORM
           DISPLAY "CUMPLIMIENTO DEL CONTEO CICLICO - PERIODO "
                   WS-Periodo " (al " WS-FechaHoy ")"
           DISPLAY WS-LINE
           DISPLAY "Programado Suc Articulo Cl Estado"
                   "           Contado el"
           OPEN INPUT PlanFile
           IF WS-PlanStatus NOT = "00"
               DISPLAY "No existe el plan de conteo (ConteoPlan.dat):"
                       " correr gadget_ciclico"
           ELSE
               READ PlanFile NEXT
                   AT END SET FinPlan TO TRUE
               END-READ
               PERFORM UNTIL FinPlan
                   IF CP-Fecha(1:6) = WS-PeriodoX
                       PERFORM EVALUAR-CONTEO-PERFORM
                   END-IF
                   READ PlanFile NEXT
                       AT END SET FinPlan TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PlanFile
           END-IF
           IF WS-CantDetalle = ZERO
               DISPLAY "Sin conteos no realizados ni fuera de termino"
           END-IF
           PERFORM TOTALES-PERFORM
           IF WS-TotNoRealizado > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    La fecha de negocio manda sobre el reloj de pared, con el
      *    mismo criterio que gadgetshop.cbl; sin FechaNegocio.dat,
      *    fecha del sistema.
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

       EVALUAR-CONTEO-PERFORM.
           EVALUATE CP-Clase
               WHEN "A"
                   MOVE 1 TO WS-SubClase
               WHEN "B"
                   MOVE 2 TO WS-SubClase
               WHEN OTHER
                   MOVE 3 TO WS-SubClase
           END-EVALUATE
           ADD 1 TO CU-Programados(WS-SubClase)
           MOVE SPACES TO WS-Estado
           EVALUATE TRUE
               WHEN CP-Realizado AND CP-FechaConteo <= CP-Fecha
                   ADD 1 TO CU-EnFecha(WS-SubClase)
               WHEN CP-Realizado
                   ADD 1 TO CU-Tarde(WS-SubClase)
                   MOVE "FUERA DE TERMINO" TO WS-Estado
               WHEN CP-Fecha <= WS-FechaHoy
                   ADD 1 TO CU-NoRealizado(WS-SubClase)
                   ADD 1 TO WS-TotNoRealizado
                   MOVE "NO REALIZADO" TO WS-Estado
               WHEN OTHER
                   ADD 1 TO CU-Pendiente(WS-SubClase)
           END-EVALUATE
           IF WS-Estado NOT = SPACES
               ADD 1 TO WS-CantDetalle
               IF CP-Realizado
                   DISPLAY CP-Fecha "   " CP-Sucursal " " CP-GadgetID
                           "  " CP-Clase " " WS-Estado " "
                           CP-FechaConteo
               ELSE
                   DISPLAY CP-Fecha "   " CP-Sucursal " " CP-GadgetID
                           "  " CP-Clase " " WS-Estado
               END-IF
           END-IF.

      *    Cumplimiento = realizados (en fecha o fuera de termino)
      *    sobre los ya vencidos; lo programado despues de la fecha
      *    de negocio no cuenta.
       TOTALES-PERFORM.
           DISPLAY WS-LINE
           DISPLAY "Clase Programados En fecha  Tarde No realiz."
                   " Pendientes Cumpl.%"
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               EVALUATE WS-SubClase
                   WHEN 1
                       MOVE "A" TO WS-Letra
                   WHEN 2
                       MOVE "B" TO WS-Letra
                   WHEN OTHER
                       MOVE "C" TO WS-Letra
               END-EVALUATE
               COMPUTE WS-Vencidos = CU-EnFecha(WS-SubClase)
                   + CU-Tarde(WS-SubClase)
                   + CU-NoRealizado(WS-SubClase)
               MOVE ZERO TO WS-PctCumpl
               IF WS-Vencidos > ZERO
                   COMPUTE WS-PctCumpl ROUNDED =
                       (CU-EnFecha(WS-SubClase) + CU-Tarde(WS-SubClase))
                       * 100 / WS-Vencidos
               END-IF
               MOVE WS-PctCumpl TO WS-EditPct
               DISPLAY "  " WS-Letra "      "
                       CU-Programados(WS-SubClase) "     "
                       CU-EnFecha(WS-SubClase) "  "
                       CU-Tarde(WS-SubClase) "     "
                       CU-NoRealizado(WS-SubClase) "      "
                       CU-Pendiente(WS-SubClase) "   " WS-EditPct
           END-PERFORM.
       END PROGRAM GADGET-CICLICO-CUMPL.
