      *
      * Author: Martin Alegre
      * Date: 02/09/26
      * Purpose: Captura del conteo fisico trimestral de GadgetShop, con
      *          el mismo esquema de pantalla que gadget_captura.cbl. El
      *          operador ingresa un GadgetID (o escanea el EAN-13 de la
      *          caja) y la sucursal, el programa busca el articulo en
      *          el stock master (GADGETSTK) y muestra el nombre y el
      *          stock de libros para confirmar; luego acepta la
      *          cantidad contada en gondola y agrega el registro a
      *          ConteoFisico.dat (layout comun CONTEOREC.CPY) con el
      *          stock de libros y el precio del master al momento del
      *          conteo. Las diferencias se informan y se convierten en
      *          lote de ajuste con gadget_ajuste.cbl, en lugar de
      *          corregir el master articulo por articulo desde
      *          gadget_mant.cbl sin dejar rastro del conteo. Con el
      *          conteo ciclico (gadget_ciclico.cbl) muestra los conteos
      *          programados del dia y marca como realizados los del
      *          plan (ConteoPlan.dat).
      * Type: cbl
      *
      * Modification History:
      *   02/09/26 MA - Ingreso de operador contra Operadores.dat
      *                 (SIGNPROC.CPY, ver operador_mant.cbl): se
      *                 exige nivel 1 (mostrador).
      *   15/10/26 MA - Conteo ciclico: el plan ConteoPlan.dat
      *                 (CONTEOPLAN.CPY, ver gadget_ciclico.cbl) da los
      *                 conteos esperados del dia. La pantalla muestra
      *                 programados y pendientes, avisa si el articulo
      *                 esta fuera del plan y cada conteo grabado marca
      *                 como realizados los pendientes del articulo con
      *                 fecha hasta hoy.
      *   15/10/26 MA - Codigos de barra (GadgetEAN.dat, EAN.CPY, ver
      *                 gadget_ean.cbl): el articulo se ingresa por
      *                 GadgetID o escaneando su EAN-13 (EANPROC.CPY),
      *                 igual que en gadget_captura.cbl.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CONTEO.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT PlanFile
           ASSIGN TO "ConteoPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-Clave
           FILE STATUS IS WS-PlanStatus.
           SELECT EanFile
           ASSIGN TO "GadgetEAN.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-Codigo
           FILE STATUS IS EAN-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY "conteorec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD PlanFile.
           COPY "conteoplan.cpy".
       FD EanFile.
           COPY "ean.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "eanwork.cpy".
       77 WS-StockFilePath   PIC X(200) VALUE SPACES.
       77 WS-StockStatus     PIC XX.
       77 WS-ConteoStatus    PIC XX.
       77 WS-NomArticulo     PIC X(30).
       77 WS-StockArticulo   PIC 9(4).
       77 WS-PrecioArticulo  PIC 9(4)V99.
      *    Conteos esperados del plan ciclico (ConteoPlan.dat).
       77 WS-PlanStatus      PIC XX.
       01 WS-FinPlan         PIC X VALUE "N".
           88 FinPlan        VALUE "S".
       77 WS-ProgHoy         PIC 9(4) VALUE ZERO.
       77 WS-PendPlan        PIC 9(4) VALUE ZERO.
       77 WS-FechaProgramada PIC 9(8).
       77 WS-MarcadosPlan    PIC 9(4).
       PROCEDURE DIVISION.
       MAIN.
      *    Mismo nombre logico que gadgetshop.cbl y
      *    gadget_captura.cbl: GADGETSTK para el stock master.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-CONTEO" TO SGN-Programa
               MOVE 1 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
               PERFORM CONTAR-PLAN-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "CAPTURA DE CONTEO FISICO DE STOCK"
           DISPLAY WS-CantContados          LINE 3 POSITION 67
           DISPLAY "Con diferencia......: " LINE 4 POSITION 45
           DISPLAY WS-CantDifieren          LINE 4 POSITION 67
           DISPLAY "Programados hoy.....: " LINE 3 POSITION 5
           DISPLAY WS-ProgHoy               LINE 3 POSITION 27
           DISPLAY "Pendientes del plan.: " LINE 4 POSITION 5
           DISPLAY WS-PendPlan              LINE 4 POSITION 27
           DISPLAY "GadgetID o EAN (000000 = fin): "
               LINE 6 POSITION 5
           MOVE SPACES TO EAN-Entrada
           ACCEPT EAN-Entrada LINE 6 POSITION 40
           PERFORM IDENTIFICAR-ARTICULO-PERFORM
           IF EAN-Invalido
               DISPLAY "CODIGO INVALIDO (GadgetID o EAN-13)"
                   LINE 8 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
           IF EAN-SinAsignar
               DISPLAY "EAN SIN ARTICULO ASIGNADO (ver gadget_ean)"
                   LINE 8 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN
           END-IF
           MOVE EAN-GadgetID TO WS-BuscarGadgetID
           IF WS-BuscarGadgetID = ZERO
               PERFORM SALIR-PERFORM
           END-IF
           DISPLAY WS-NomArticulo     LINE 8 POSITION 16
           DISPLAY "Stock de libros: " LINE 9 POSITION 5
           DISPLAY WS-StockArticulo   LINE 9 POSITION 23
           PERFORM BUSCAR-PLAN-PERFORM
           IF WS-FechaProgramada = ZERO
               DISPLAY "Fuera del plan de conteo ciclico"
                   LINE 9 POSITION 35
           ELSE
               DISPLAY "Programado para el " LINE 9 POSITION 35
               DISPLAY WS-FechaProgramada  LINE 9 POSITION 54
           END-IF
           DISPLAY "Es el articulo correcto (S/N)? "
               LINE 10 POSITION 5
           ACCEPT WS-Confirma LINE 10 POSITION 37
           MOVE WS-PrecioArticulo TO CF-Precio
           WRITE ConteoRecord
           CLOSE ConteoFile
           PERFORM MARCAR-PLAN-PERFORM
           ADD 1 TO WS-CantContados
           IF WS-CantidadX-N NOT = WS-StockArticulo
               ADD 1 TO WS-CantDifieren
           END-IF
           PERFORM PAUSA-PERFORM.

      *    Conteos del plan ciclico: programados para hoy y
      *    pendientes con fecha hasta hoy (incluye los atrasados).
       CONTAR-PLAN-PERFORM.
           MOVE ZERO TO WS-ProgHoy
           MOVE ZERO TO WS-PendPlan
           MOVE "N" TO WS-FinPlan
           OPEN INPUT PlanFile
           IF WS-PlanStatus = "00"
               READ PlanFile NEXT
                   AT END SET FinPlan TO TRUE
               END-READ
               PERFORM UNTIL FinPlan
                   IF CP-Fecha = WS-FechaHoy
                       ADD 1 TO WS-ProgHoy
                   END-IF
                   IF CP-Pendiente AND CP-Fecha <= WS-FechaHoy
                       ADD 1 TO WS-PendPlan
                   END-IF
                   READ PlanFile NEXT
                       AT END SET FinPlan TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PlanFile
           END-IF.

      *    Fecha programada mas vieja todavia pendiente del articulo
      *    (cero si no tiene conteo pendiente hasta hoy).
       BUSCAR-PLAN-PERFORM.
           MOVE ZERO TO WS-FechaProgramada
           MOVE "N" TO WS-FinPlan
           OPEN INPUT PlanFile
           IF WS-PlanStatus = "00"
               PERFORM POSICIONAR-PLAN-PERFORM
               PERFORM UNTIL FinPlan
                   IF CP-Pendiente AND WS-FechaProgramada = ZERO
                       MOVE CP-Fecha TO WS-FechaProgramada
                   END-IF
                   PERFORM SIGUIENTE-PLAN-PERFORM
               END-PERFORM
               CLOSE PlanFile
           END-IF.

      *    El conteo da por realizados todos los pendientes del
      *    articulo con fecha programada hasta hoy: los atrasados
      *    quedan como realizados fuera de termino (fecha de conteo
      *    posterior a la programada).
       MARCAR-PLAN-PERFORM.
           MOVE ZERO TO WS-MarcadosPlan
           MOVE "N" TO WS-FinPlan
           OPEN I-O PlanFile
           IF WS-PlanStatus = "00"
               PERFORM POSICIONAR-PLAN-PERFORM
               PERFORM UNTIL FinPlan
                   IF CP-Pendiente
                       SET CP-Realizado TO TRUE
                       MOVE WS-FechaHoy      TO CP-FechaConteo
                       MOVE WS-CantidadX-N   TO CP-Contada
                       MOVE WS-StockArticulo TO CP-Libro
                       MOVE SGN-Usuario      TO CP-Usuario
                       REWRITE ConteoPlanRecord
                       ADD 1 TO WS-MarcadosPlan
                   END-IF
                   PERFORM SIGUIENTE-PLAN-PERFORM
               END-PERFORM
               CLOSE PlanFile
           END-IF
           IF WS-MarcadosPlan > WS-PendPlan
               MOVE ZERO TO WS-PendPlan
           ELSE
               SUBTRACT WS-MarcadosPlan FROM WS-PendPlan
           END-IF.

      *    Primer registro del plan del articulo + sucursal en curso.
       POSICIONAR-PLAN-PERFORM.
           MOVE WS-BuscarGadgetID TO CP-GadgetID
           MOVE WS-SucCapturada   TO CP-Sucursal
           MOVE ZERO              TO CP-Fecha
           START PlanFile KEY IS NOT LESS THAN CP-Clave
               INVALID KEY SET FinPlan TO TRUE
           END-START
           IF NOT FinPlan
               PERFORM SIGUIENTE-PLAN-PERFORM
           END-IF.

      *    Sigue mientras sea el mismo articulo + sucursal y la fecha
      *    programada no pase de hoy.
       SIGUIENTE-PLAN-PERFORM.
           READ PlanFile NEXT
               AT END SET FinPlan TO TRUE
           END-READ
           IF NOT FinPlan
               IF CP-GadgetID NOT = WS-BuscarGadgetID
                   OR CP-Sucursal NOT = WS-SucCapturada
                   OR CP-Fecha > WS-FechaHoy
                   SET FinPlan TO TRUE
               END-IF
           END-IF.

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 18 POSITION 5
           DISPLAY "CONTEO FISICO FINALIZADO"
           DISPLAY "Articulos contados..: " WS-CantContados
           DISPLAY "Con diferencia......: " WS-CantDifieren
           DISPLAY "Pendientes del plan.: " WS-PendPlan
           DISPLAY "Conteos grabados en ConteoFisico.dat"
           DISPLAY "Reporte de diferencias y lote de ajuste:"
                   " gadget_ajuste.cbl"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "eanproc.cpy".
       END PROGRAM GADGET-CONTEO.
