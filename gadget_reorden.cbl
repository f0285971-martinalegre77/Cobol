      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Aceptacion de los puntos de pedido y cantidades
      *          objetivo que propone la planificacion de reposicion
      *          (gadget_planif.cbl, GadgetPlanif.dat, layout comun
      *          PLANIF.CPY). El operador consulta lo vigente contra
      *          lo propuesto y acepta un articulo o todas las
      *          propuestas que cambian algo: el punto aceptado queda
      *          en GadgetPlanif.dat y pasa a regir en las listas de
      *          reposicion en lugar del UMBRAL-REORDER global, y el
      *          objetivo se graba en el GadgetReorderTarget del
      *          master. Las propuestas sin ventas en la ventana no
      *          entran en la aceptacion masiva. Cada cambio deja su
      *          imagen antes/despues en Journal.dat y antes del
      *          primero se guarda una generacion del master
      *          (BKPPROC.CPY). Exige nivel 2 (mantenimiento).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - El journal identifica el archivo como
      *                 GADGETPLANIF (el nombre con .dat no entra en
      *                 JRN-Archivo), como GADGETCTACTE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-REORDEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanifFile
           ASSIGN TO "GadgetPlanif.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-Clave
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-PlanifStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT JournalFile
           ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-Status.
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlanifFile.
           COPY "planif.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 aceptar           VALUE "2".
           88 aceptar-todas     VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       01 WS-Inicializado       PIC X VALUE "N".
           88 Inicializado      VALUE "S".
       77 WS-PlanifStatus       PIC XX.
       77 WS-StockStatus        PIC XX.
       77 WS-StockFilePath      PIC X(200) VALUE SPACES.
       77 WS-BuscarGadgetID     PIC 9(6).
       77 WS-BuscarSucursal     PIC 9(3).
       01 WS-FinPlanif          PIC X VALUE "N".
           88 FinPlanif         VALUE "S".
       77 WS-CantListadas       PIC 9(5).
       77 WS-CantAceptadas      PIC 9(5).
       77 WS-CantSinMaster      PIC 9(5).
       01 WS-Cambia             PIC X.
       77 WS-Marca              PIC X(3).
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-REORDEN" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "PUNTOS DE PEDIDO POR ARTICULO" LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Propuestas"    LINE 4 POSITION 10
           DISPLAY "2 - Aceptar Propuesta"         LINE 5 POSITION 10
           DISPLAY "3 - Aceptar Todas las Propuestas"
               LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta      PERFORM CONSULTA-PERFORM
               WHEN aceptar       PERFORM ACEPTAR-PERFORM
               WHEN aceptar-todas PERFORM ACEPTAR-TODAS-PERFORM
               WHEN salir         PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Lista vigente contra propuesto; ** marca las que cambian
      *    algo y todavia no se aceptaron.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantListadas
           OPEN INPUT PlanifFile
           IF WS-PlanifStatus = "35"
               DISPLAY "NO HAY PROPUESTAS: correr gadget_planif"
           ELSE
               DISPLAY "Articulo Suc Prom/d Pico Plz  Punto vig>prop"
                       "  Objet vig>prop Est"
               MOVE "N" TO WS-FinPlanif
               READ PlanifFile NEXT
                   AT END SET FinPlanif TO TRUE
               END-READ
               PERFORM UNTIL FinPlanif
                   ADD 1 TO WS-CantListadas
                   PERFORM VER-CAMBIO-PERFORM
                   MOVE SPACES TO WS-Marca
                   IF WS-Cambia = "S"
                       MOVE " **" TO WS-Marca
                   END-IF
                   DISPLAY PL-GadgetID " " PL-Sucursal " "
                           PL-PromDiario " " PL-PicoDiario " "
                           PL-PlazoProm "  " PL-PuntoVig ">"
                           PL-PuntoProp "  " PL-ObjetivoVig ">"
                           PL-ObjetivoProp "  " PL-Estado WS-Marca
                   READ PlanifFile NEXT
                       AT END SET FinPlanif TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PlanifFile
               DISPLAY "Propuestas: " WS-CantListadas
                       " (estado A = aceptada; sin aceptar rige el"
                       " umbral global)"
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

       ACEPTAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ACEPTAR PROPUESTA" LINE 2 POSITION 10
           DISPLAY "GadgetID: " LINE 4 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 4 POSITION 30
           DISPLAY "Sucursal: " LINE 5 POSITION 5
           ACCEPT WS-BuscarSucursal LINE 5 POSITION 30
           OPEN I-O PlanifFile
           IF WS-PlanifStatus = "35"
               DISPLAY "NO HAY PROPUESTAS: correr gadget_planif"
                   LINE 12 POSITION 5
           ELSE
               MOVE WS-BuscarGadgetID TO PL-GadgetID
               MOVE WS-BuscarSucursal TO PL-Sucursal
               READ PlanifFile
                   INVALID KEY
                       DISPLAY "NO HAY PROPUESTA PARA ESE ARTICULO"
                           LINE 12 POSITION 5
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-ACEPTACION-PERFORM
               END-READ
               CLOSE PlanifFile
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

       CONFIRMAR-ACEPTACION-PERFORM.
           DISPLAY "Punto de pedido vigente/propuesto: "
               LINE 7 POSITION 5
           DISPLAY PL-PuntoVig   LINE 7 POSITION 42
           DISPLAY PL-PuntoProp  LINE 7 POSITION 48
           DISPLAY "Cantidad objetivo vigente/propuesta: "
               LINE 8 POSITION 5
           DISPLAY PL-ObjetivoVig  LINE 8 POSITION 42
           DISPLAY PL-ObjetivoProp LINE 8 POSITION 48
           IF PL-SinHistoria
               DISPLAY "(sin ventas en la ventana: se propone lo"
                       " vigente)" LINE 9 POSITION 5
           END-IF
           DISPLAY "ACEPTA LA PROPUESTA (S/N)? " LINE 10 POSITION 5
           ACCEPT WS-Confirma LINE 10 POSITION 33
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               MOVE ZERO TO WS-CantSinMaster
               MOVE WS-StockFilePath TO BKP-Archivo
               PERFORM GEN-BACKUP-PERFORM
               OPEN I-O StockFile
               PERFORM ACEPTAR-REGISTRO-PERFORM
               CLOSE StockFile
               IF WS-CantSinMaster > ZERO
                   DISPLAY "ACEPTADA; EL ARTICULO NO ESTA EN EL MASTER"
                       LINE 12 POSITION 5
               ELSE
                   DISPLAY "PROPUESTA ACEPTADA" LINE 12 POSITION 5
               END-IF
           ELSE
               DISPLAY "ACEPTACION CANCELADA" LINE 12 POSITION 5
           END-IF.

      *    Acepta todas las propuestas con historia de ventas que
      *    cambian el punto o el objetivo vigente.
       ACEPTAR-TODAS-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantAceptadas
           MOVE ZERO TO WS-CantSinMaster
           DISPLAY "ACEPTAR TODAS LAS PROPUESTAS QUE CAMBIAN ALGO"
               LINE 2 POSITION 10
           DISPLAY "(las que no tienen ventas en la ventana quedan"
                   " como estan)" LINE 3 POSITION 10
           DISPLAY "CONFIRMA (S/N)? " LINE 5 POSITION 5
           ACCEPT WS-Confirma LINE 5 POSITION 22
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               OPEN I-O PlanifFile
               IF WS-PlanifStatus = "35"
                   DISPLAY "NO HAY PROPUESTAS: correr gadget_planif"
                       LINE 7 POSITION 5
               ELSE
                   MOVE WS-StockFilePath TO BKP-Archivo
                   PERFORM GEN-BACKUP-PERFORM
                   OPEN I-O StockFile
                   MOVE "N" TO WS-FinPlanif
                   READ PlanifFile NEXT
                       AT END SET FinPlanif TO TRUE
                   END-READ
                   PERFORM UNTIL FinPlanif
                       PERFORM VER-CAMBIO-PERFORM
                       IF WS-Cambia = "S" AND NOT PL-SinHistoria
                           PERFORM ACEPTAR-REGISTRO-PERFORM
                           ADD 1 TO WS-CantAceptadas
                       END-IF
                       READ PlanifFile NEXT
                           AT END SET FinPlanif TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE StockFile
                   CLOSE PlanifFile
                   DISPLAY "Propuestas aceptadas: " LINE 7 POSITION 5
                   DISPLAY WS-CantAceptadas LINE 7 POSITION 28
                   IF WS-CantSinMaster > ZERO
                       DISPLAY "Articulos que ya no estan en el"
                               " master: " LINE 8 POSITION 5
                       DISPLAY WS-CantSinMaster LINE 8 POSITION 46
                   END-IF
               END-IF
           ELSE
               DISPLAY "ACEPTACION CANCELADA" LINE 7 POSITION 5
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 10 POSITION 5
           ACCEPT continuar LINE 11 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Cambia si nunca se acepto o si lo propuesto difiere de lo
      *    aceptado.
       VER-CAMBIO-PERFORM.
           MOVE "N" TO WS-Cambia
           IF NOT PL-Aceptado
               OR PL-PuntoProp NOT = PL-PuntoVig
               OR PL-ObjetivoProp NOT = PL-ObjetivoVig
               MOVE "S" TO WS-Cambia
           END-IF.

      *    Con PlanifFile y StockFile abiertos I-O y la propuesta
      *    leida: copia lo propuesto a lo vigente y lleva el objetivo
      *    al master.
       ACEPTAR-REGISTRO-PERFORM.
           MOVE "GADGETPLANIF"   TO JRN-Archivo
           MOVE PL-Clave         TO JRN-Clave
           MOVE PlanifRecord     TO JRN-Antes
           MOVE PL-PuntoProp     TO PL-PuntoVig
           MOVE PL-ObjetivoProp  TO PL-ObjetivoVig
           SET PL-Aceptado       TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PL-FechaAcept
           MOVE SGN-Usuario      TO PL-Usuario
           REWRITE PlanifRecord
           MOVE PlanifRecord     TO JRN-Despues
           MOVE "M"              TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM
           MOVE PL-GadgetID TO GadgetID
           MOVE PL-Sucursal TO GadgetSucursal
           READ StockFile
               INVALID KEY
                   ADD 1 TO WS-CantSinMaster
               NOT INVALID KEY
                   IF GadgetReorderTarget NOT = PL-ObjetivoVig
                       MOVE "GADGETSTK"   TO JRN-Archivo
                       MOVE GadgetKey     TO JRN-Clave
                       MOVE GadgetDetails TO JRN-Antes
                       MOVE PL-ObjetivoVig TO GadgetReorderTarget
                       REWRITE GadgetDetails
                       MOVE GadgetDetails TO JRN-Despues
                       MOVE "M"           TO JRN-Operacion
                       PERFORM GRABAR-JOURNAL-PERFORM
                   END-IF
           END-READ.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       END PROGRAM GADGET-REORDEN.
