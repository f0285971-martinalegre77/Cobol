      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento de las promociones de GadgetShop
      *          (GadgetPromos.dat, layout comun PROMO.CPY). Casa
      *          central manda promociones como "20% en accesorios
      *          este fin de semana"; hasta ahora se hacian con
      *          gadget_precios.cbl, que reescribe el Price del master
      *          para siempre y habia que revertirlo a mano el lunes.
      *          Una promocion alcanza una categoria o una lista de
      *          GadgetIDs, opcionalmente una sola sucursal, con un
      *          porcentaje de descuento y un rango de fechas; el
      *          precio de lista del master no se toca. La captura
      *          (gadget_captura.cbl) muestra el precio de promocion y
      *          el posteo (gadgetshop.cbl) lo graba en el kardex de
      *          las ventas de la fecha de negocio alcanzada. Mismo
      *          esquema de historial append-only que iva_mant.cbl:
      *          la anulacion graba un registro nuevo del mismo
      *          codigo en estado B.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PROMO.
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
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PromoFile.
           COPY "promo.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "promowork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 alta              VALUE "2".
           88 anular            VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Captura.
           03 WS-Descripcion    PIC X(30).
           03 WS-Categoria      PIC X(15).
           03 WS-CantArtX       PIC X(2).
           03 WS-CantArt REDEFINES WS-CantArtX PIC 9(2).
           03 WS-Articulo       PIC 9(6) OCCURS 10 TIMES.
           03 WS-Sucursal       PIC 9(3).
           03 WS-PorcX          PIC X(4).
           03 WS-Porc REDEFINES WS-PorcX PIC 99V99.
           03 WS-Desde          PIC 9(8).
           03 WS-Hasta          PIC 9(8).
       77 WS-SubArt         PIC 9(2).
       77 WS-CodigoNuevo    PIC 9(4).
       77 WS-CodigoAnular   PIC 9(4).
       77 WS-PorcEdit       PIC Z9,99.
       77 WS-Situacion      PIC X(9).
       77 WS-LineaPant      PIC 9(2).
       01 WS-ArticulosOk    PIC X.
           88 ArticulosOk   VALUE "S".
       77 WS-FechaAnio      PIC 9(4).
       77 WS-FechaMes       PIC 9(2).
       77 WS-FechaDia       PIC 9(2).
       77 WS-DiasDelMes     PIC 9(2).
       77 WS-Resto4         PIC 9(4).
       77 WS-Resto100       PIC 9(4).
       77 WS-Resto400       PIC 9(4).
       77 WS-Cociente       PIC 9(4).
       01 WS-FechaOk        PIC X VALUE "N".
           88 FechaOk       VALUE "S".
       01 WS-DesdeOk        PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-PROMO" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "PROMOCIONES GADGETSHOP"        LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Promociones"   LINE 4 POSITION 10
           DISPLAY "2 - Alta de Promocion"         LINE 5 POSITION 10
           DISPLAY "3 - Anular Promocion"          LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN alta      PERFORM ALTA-PERFORM
               WHEN anular    PERFORM ANULAR-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Estado actual de cada promocion (ultimo registro de su
      *    codigo) con su situacion contra la fecha de negocio.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-PROMOS-PERFORM
           DISPLAY "PROMOCIONES AL " WS-FechaHoy
           IF PMO-Cant = ZERO
               DISPLAY "NO HAY PROMOCIONES CARGADAS"
           ELSE
               PERFORM VARYING PMO-Sub FROM 1 BY 1
                   UNTIL PMO-Sub > PMO-Cant
                   EVALUATE TRUE
                       WHEN PT-Estado(PMO-Sub) = "B"
                           MOVE "ANULADA" TO WS-Situacion
                       WHEN WS-FechaHoy < PT-Desde(PMO-Sub)
                           MOVE "FUTURA" TO WS-Situacion
                       WHEN WS-FechaHoy > PT-Hasta(PMO-Sub)
                           MOVE "VENCIDA" TO WS-Situacion
                       WHEN OTHER
                           MOVE "VIGENTE" TO WS-Situacion
                   END-EVALUATE
                   MOVE PT-Porcentaje(PMO-Sub) TO WS-PorcEdit
                   DISPLAY PT-Codigo(PMO-Sub) " "
                           PT-Descripcion(PMO-Sub) " "
                           WS-PorcEdit "% " PT-Desde(PMO-Sub) "-"
                           PT-Hasta(PMO-Sub) " " WS-Situacion
                   IF PT-Categoria(PMO-Sub) NOT = SPACES
                       DISPLAY "     Categoria " PT-Categoria(PMO-Sub)
                               " sucursal " PT-Sucursal(PMO-Sub)
                               " (000 = todas)"
                   ELSE
                       DISPLAY "     Articulos:" WITH NO ADVANCING
                       PERFORM VARYING PMO-SubArt FROM 1 BY 1
                           UNTIL PMO-SubArt > PT-CantArticulos(PMO-Sub)
                           OR PMO-SubArt > 10
                           DISPLAY " " PT-Articulo(PMO-Sub, PMO-SubArt)
                               WITH NO ADVANCING
                       END-PERFORM
                       DISPLAY " sucursal " PT-Sucursal(PMO-Sub)
                   END-IF
               END-PERFORM
           END-IF
           IF PMO-Omitidas > ZERO
               DISPLAY "AVISO: tabla de promociones llena, quedaron "
                       PMO-Omitidas " registros sin mostrar"
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

       ALTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-PROMOS-PERFORM
           MOVE ZERO TO WS-CodigoNuevo
           PERFORM VARYING PMO-Sub FROM 1 BY 1
               UNTIL PMO-Sub > PMO-Cant
               IF PT-Codigo(PMO-Sub) > WS-CodigoNuevo
                   MOVE PT-Codigo(PMO-Sub) TO WS-CodigoNuevo
               END-IF
           END-PERFORM
           ADD 1 TO WS-CodigoNuevo
           INITIALIZE WS-Captura
           DISPLAY "ALTA DE PROMOCION" LINE 2 POSITION 10
           DISPLAY "Codigo asignado: " LINE 3 POSITION 5
           DISPLAY WS-CodigoNuevo LINE 3 POSITION 32
           DISPLAY "Descripcion: " LINE 4 POSITION 5
           ACCEPT WS-Descripcion LINE 4 POSITION 32
           DISPLAY "Categoria (blanco = lista): " LINE 5 POSITION 5
           ACCEPT WS-Categoria LINE 5 POSITION 32
           MOVE "S" TO WS-ArticulosOk
           IF WS-Categoria = SPACES
               PERFORM CAPTURAR-ARTICULOS-PERFORM
           END-IF
           DISPLAY "Sucursal (000 = todas): " LINE 8 POSITION 5
           ACCEPT WS-Sucursal LINE 8 POSITION 32
           DISPLAY "Descuento, 4 digitos con 2 decimales implicitos"
               LINE 9 POSITION 5
           DISPLAY "(2000 = 20%): " LINE 10 POSITION 5
           ACCEPT WS-PorcX LINE 10 POSITION 32
           DISPLAY "Desde (AAAAMMDD): " LINE 11 POSITION 5
           ACCEPT WS-Desde LINE 11 POSITION 32
           DISPLAY "Hasta (AAAAMMDD): " LINE 12 POSITION 5
           ACCEPT WS-Hasta LINE 12 POSITION 32
           MOVE WS-Desde(1:4) TO WS-FechaAnio
           MOVE WS-Desde(5:2) TO WS-FechaMes
           MOVE WS-Desde(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           MOVE WS-FechaOk TO WS-DesdeOk
           MOVE WS-Hasta(1:4) TO WS-FechaAnio
           MOVE WS-Hasta(5:2) TO WS-FechaMes
           MOVE WS-Hasta(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           EVALUATE TRUE
               WHEN WS-Descripcion = SPACES
                   DISPLAY "DESCRIPCION EN BLANCO, ALTA CANCELADA"
                       LINE 16 POSITION 5
               WHEN NOT ArticulosOk
                   DISPLAY "LISTA DE ARTICULOS INVALIDA, ALTA"
                           " CANCELADA" LINE 16 POSITION 5
               WHEN WS-PorcX NOT NUMERIC
                   OR WS-Porc = ZERO OR WS-Porc >= 100
                   DISPLAY "DESCUENTO INVALIDO, ALTA CANCELADA"
                       LINE 16 POSITION 5
               WHEN WS-DesdeOk NOT = "S" OR NOT FechaOk
                   DISPLAY "FECHA INVALIDA, ALTA CANCELADA"
                       LINE 16 POSITION 5
               WHEN WS-Hasta < WS-Desde
                   DISPLAY "HASTA ANTERIOR A DESDE, ALTA CANCELADA"
                       LINE 16 POSITION 5
               WHEN OTHER
                   MOVE SPACES TO PromoRecord
                   MOVE WS-CodigoNuevo TO PM-Codigo
                   MOVE WS-Descripcion TO PM-Descripcion
                   MOVE WS-Categoria   TO PM-Categoria
                   MOVE ZERO           TO PM-CantArticulos
                   PERFORM VARYING WS-SubArt FROM 1 BY 1
                       UNTIL WS-SubArt > 10
                       MOVE ZERO TO PM-Articulo(WS-SubArt)
                   END-PERFORM
                   IF WS-Categoria = SPACES
                       MOVE WS-CantArt TO PM-CantArticulos
                       PERFORM VARYING WS-SubArt FROM 1 BY 1
                           UNTIL WS-SubArt > WS-CantArt
                           MOVE WS-Articulo(WS-SubArt)
                               TO PM-Articulo(WS-SubArt)
                       END-PERFORM
                   END-IF
                   MOVE WS-Sucursal    TO PM-Sucursal
                   MOVE WS-Porc        TO PM-Porcentaje
                   MOVE WS-Desde       TO PM-Desde
                   MOVE WS-Hasta       TO PM-Hasta
                   SET PM-Activa TO TRUE
                   PERFORM GRABAR-PROMO-PERFORM
                   DISPLAY "PROMOCION REGISTRADA" LINE 16 POSITION 5
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 18 POSITION 5
           ACCEPT continuar LINE 19 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Lista de hasta 10 GadgetIDs para una promocion sin
      *    categoria; la existencia de cada articulo no se controla
      *    aca (un GadgetID que no se vende no recibe descuento).
       CAPTURAR-ARTICULOS-PERFORM.
           DISPLAY "Cantidad de articulos (01-10): " LINE 6 POSITION 5
           ACCEPT WS-CantArtX LINE 6 POSITION 37
           IF WS-CantArtX NOT NUMERIC
               OR WS-CantArt = ZERO OR WS-CantArt > 10
               MOVE "N" TO WS-ArticulosOk
               MOVE ZERO TO WS-CantArt
           ELSE
               DISPLAY "GadgetIDs:" LINE 7 POSITION 5
               PERFORM VARYING WS-SubArt FROM 1 BY 1
                   UNTIL WS-SubArt > WS-CantArt
                   COMPUTE WS-LineaPant = 12 + WS-SubArt
                   DISPLAY WS-SubArt LINE WS-LineaPant POSITION 48
                   ACCEPT WS-Articulo(WS-SubArt)
                       LINE WS-LineaPant POSITION 52
                   IF WS-Articulo(WS-SubArt) = ZERO
                       MOVE "N" TO WS-ArticulosOk
                   END-IF
               END-PERFORM
           END-IF.

      *    La anulacion graba el mismo registro en estado B: desde
      *    ese momento la promocion deja de aplicarse, aun dentro de
      *    su rango de fechas.
       ANULAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-PROMOS-PERFORM
           DISPLAY "ANULAR PROMOCION" LINE 2 POSITION 10
           DISPLAY "Codigo: " LINE 4 POSITION 5
           ACCEPT WS-CodigoAnular LINE 4 POSITION 32
           MOVE "N" TO PMO-Vista
           PERFORM VARYING PMO-Sub FROM 1 BY 1
               UNTIL PMO-Sub > PMO-Cant OR PMO-Vista = "S"
               IF PT-Codigo(PMO-Sub) = WS-CodigoAnular
                   MOVE "S" TO PMO-Vista
               END-IF
           END-PERFORM
           IF PMO-Vista = "S"
               SUBTRACT 1 FROM PMO-Sub
           END-IF
           EVALUATE TRUE
               WHEN PMO-Vista NOT = "S"
                   DISPLAY "NO EXISTE ESA PROMOCION" LINE 8 POSITION 5
               WHEN PT-Estado(PMO-Sub) = "B"
                   DISPLAY "LA PROMOCION YA ESTA ANULADA"
                       LINE 8 POSITION 5
               WHEN OTHER
                   MOVE PT-Porcentaje(PMO-Sub) TO WS-PorcEdit
                   DISPLAY PT-Descripcion(PMO-Sub) LINE 5 POSITION 5
                   DISPLAY WS-PorcEdit LINE 5 POSITION 37
                   DISPLAY PT-Desde(PMO-Sub) LINE 5 POSITION 44
                   DISPLAY PT-Hasta(PMO-Sub) LINE 5 POSITION 54
                   DISPLAY "Confirma la anulacion (S/N)? "
                       LINE 6 POSITION 5
                   ACCEPT continuar LINE 6 POSITION 35
                   IF continuar = "S" OR continuar = "s"
                       MOVE SPACES TO PromoRecord
                       MOVE PT-Codigo(PMO-Sub)      TO PM-Codigo
                       MOVE PT-Descripcion(PMO-Sub) TO PM-Descripcion
                       MOVE PT-Categoria(PMO-Sub)   TO PM-Categoria
                       MOVE PT-CantArticulos(PMO-Sub)
                           TO PM-CantArticulos
                       PERFORM VARYING WS-SubArt FROM 1 BY 1
                           UNTIL WS-SubArt > 10
                           MOVE PT-Articulo(PMO-Sub, WS-SubArt)
                               TO PM-Articulo(WS-SubArt)
                       END-PERFORM
                       MOVE PT-Sucursal(PMO-Sub)    TO PM-Sucursal
                       MOVE PT-Porcentaje(PMO-Sub)  TO PM-Porcentaje
                       MOVE PT-Desde(PMO-Sub)       TO PM-Desde
                       MOVE PT-Hasta(PMO-Sub)       TO PM-Hasta
                       SET PM-Anulada TO TRUE
                       PERFORM GRABAR-PROMO-PERFORM
                       DISPLAY "PROMOCION ANULADA" LINE 8 POSITION 5
                   ELSE
                       DISPLAY "ANULACION CANCELADA" LINE 8 POSITION 5
                   END-IF
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 10 POSITION 5
           ACCEPT continuar LINE 11 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    El usuario del registro es el operador verificado del
      *    ingreso, como en iva_mant.cbl.
       GRABAR-PROMO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-FechaCarga
           MOVE SGN-Usuario TO PM-Usuario
           OPEN EXTEND PromoFile
           IF PMO-Status = "35"
               OPEN OUTPUT PromoFile
           END-IF
           WRITE PromoRecord
           CLOSE PromoFile.

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

      *    Misma validacion de fecha que param_mant.cbl.
       VALIDAR-FECHA-PERFORM.
           MOVE "N" TO WS-FechaOk
           IF WS-FechaAnio > ZERO
               AND WS-FechaMes >= 1 AND WS-FechaMes <= 12
               EVALUATE WS-FechaMes
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DiasDelMes
                   WHEN 2
                       MOVE 28 TO WS-DiasDelMes
                       DIVIDE WS-FechaAnio BY 4
                           GIVING WS-Cociente REMAINDER WS-Resto4
                       DIVIDE WS-FechaAnio BY 100
                           GIVING WS-Cociente REMAINDER WS-Resto100
                       DIVIDE WS-FechaAnio BY 400
                           GIVING WS-Cociente REMAINDER WS-Resto400
                       IF WS-Resto4 = ZERO
                           AND (WS-Resto100 NOT = ZERO
                           OR WS-Resto400 = ZERO)
                           MOVE 29 TO WS-DiasDelMes
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DiasDelMes
               END-EVALUATE
               IF WS-FechaDia >= 1 AND WS-FechaDia <= WS-DiasDelMes
                   SET FechaOk TO TRUE
               END-IF
           END-IF.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "promoproc.cpy".
       END PROGRAM GADGET-PROMO.
