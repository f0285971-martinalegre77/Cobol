      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Consulta de garantia por numero de serie para el
      *          mostrador de GadgetShop. Con la serie de la unidad
      *          que trae el cliente muestra su vida completa: el
      *          articulo, el recibo (fecha, orden de compra y
      *          proveedor), la venta (fecha, sucursal y cliente), el
      *          estado actual del registro GadgetSeries.dat
      *          (SERIE.CPY) y todos sus movimientos del historial
      *          GadgetSerieMov.dat (SERIEMOV.CPY). La garantia vence a
      *          los meses de la categoria del articulo en la tabla
      *          GarantiaCategorias.dat (GARANTIA.CPY, mantenida con
      *          garantia_mant.cbl) contados desde la fecha de venta;
      *          si el dia no existe en el mes del vencimiento, vence
      *          el ultimo dia de ese mes. El reclamo de una unidad
      *          vendida se registra como movimiento G con la falla y
      *          si estaba dentro de la garantia a la fecha de negocio;
      *          el reporte por proveedor es gadget_garantia_rep.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - La serie ingresada en la consulta y el reclamo
      *                 se pasa a mayusculas antes de buscarla.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-GARANTIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerieFile
           ASSIGN TO "GadgetSeries.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-Serie
           FILE STATUS IS SRV-Status.
           SELECT SerieMovFile
           ASSIGN TO "GadgetSerieMov.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SerieMovStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT GarantiaFile
           ASSIGN TO "GarantiaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GAR-Status.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
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
       FD SerieFile.
           COPY "serie.cpy".
       FD SerieMovFile.
           COPY "seriemov.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD GarantiaFile.
           COPY "garantia.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD ProvFile.
       01 ProvDetails.
           88 EndOfProvFile  VALUE HIGH-VALUE.
           02 ProvCodigo     PIC 9(4).
           02 ProvNombre     PIC X(30).
           02 ProvContacto   PIC X(40).
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "garwork.cpy".
       COPY "srvwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-StockStatus    PIC XX.
       77 WS-SerieMovStatus PIC XX.
       77 WS-CliStatus      PIC XX.
       77 WS-ProvStatus     PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(78) VALUE ALL "-".
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 reclamo           VALUE "2".
           88 salir             VALUE "3".
       01 continuar             PIC X.
       77 WS-BuscarSerie        PIC X(20).
       01 WS-SerieOk            PIC X VALUE "N".
           88 SerieOk           VALUE "S".
       77 WS-NomArticulo        PIC X(30).
       77 WS-Categoria          PIC X(15).
       77 WS-BuscarCliente      PIC 9(4).
       77 WS-NombreCli          PIC X(30).
       77 WS-BuscarProv         PIC 9(4).
       77 WS-NombreProv         PIC X(30).
       77 WS-EstadoTexto        PIC X(20).
       77 WS-TipoTexto          PIC X(14).
       77 WS-Falla              PIC X(30).
       77 WS-CantMovs           PIC 9(5).
       01 WS-FinMov             PIC X VALUE "N".
           88 FinMov            VALUE "S".
      *    Situacion de garantia de la unidad a la fecha de negocio.
       01 WS-Garantia           PIC X.
           88 GarantiaDentro    VALUE "S".
           88 GarantiaFuera     VALUE "N".
           88 GarantiaNoVendida VALUE "X".
       77 WS-GarantiaTexto      PIC X(30).
      *    Vencimiento: fecha de venta mas los meses de la categoria.
       01 WS-Vence              PIC 9(8).
       01 WS-VenceR REDEFINES WS-Vence.
           03 WS-VenceAnio      PIC 9(4).
           03 WS-VenceMes       PIC 9(2).
           03 WS-VenceDia       PIC 9(2).
       77 WS-MesesTot           PIC 9(6).
       77 WS-RestoMes           PIC 9(2).
       77 WS-DiasDelMes         PIC 9(2).
       77 WS-Resto4             PIC 9(4).
       77 WS-Resto100           PIC 9(4).
       77 WS-Resto400           PIC 9(4).
       77 WS-Cociente           PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-GARANTIA" TO SGN-Programa
               MOVE 1 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
               PERFORM CARGAR-GARANTIAS-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "GARANTIAS GADGETSHOP"            LINE 2 POSITION 10
           DISPLAY "1 - Consulta por Numero de Serie" LINE 4 POSITION 10
           DISPLAY "2 - Registrar Reclamo"           LINE 5 POSITION 10
           DISPLAY "3 - Salir del Sistema"           LINE 6 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 8 POSITION 10
           ACCEPT tarea LINE 8 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN reclamo   PERFORM RECLAMO-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 10 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 11 POSITION 10
                   ACCEPT continuar LINE 12 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Vida completa de la unidad: registro actual, garantia y
      *    todos sus movimientos en orden de grabacion.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "CONSULTA POR NUMERO DE SERIE" LINE 2 POSITION 10
           DISPLAY "Numero de serie: " LINE 4 POSITION 5
           MOVE SPACES TO WS-BuscarSerie
           ACCEPT WS-BuscarSerie LINE 4 POSITION 22
           PERFORM BUSCAR-SERIE-PERFORM
           IF NOT SerieOk
               DISPLAY "SERIE INEXISTENTE EN EL REGISTRO"
                   LINE 6 POSITION 5
               PERFORM PAUSA-PERFORM
           ELSE
               PERFORM MOSTRAR-UNIDAD-PERFORM
               DISPLAY " "
               DISPLAY "MOVIMIENTOS DE LA SERIE"
               DISPLAY "Fecha    Movimiento     Suc Dest Cli  Prov"
                       " Orden  Lote   Mot Detalle"
               DISPLAY WS-LINE
               PERFORM LISTAR-MOVIMIENTOS-PERFORM
               IF WS-CantMovs = ZERO
                   DISPLAY "SIN MOVIMIENTOS EN EL HISTORIAL"
               END-IF
               DISPLAY " "
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               ACCEPT continuar
           END-IF
           PERFORM MAIN-PROCEDURE.

      *    Solo se reclama una unidad que figura vendida: en stock o
      *    devuelta al proveedor no esta en manos de un cliente.
       RECLAMO-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "RECLAMO DE GARANTIA" LINE 2 POSITION 10
           DISPLAY "Numero de serie: " LINE 4 POSITION 5
           MOVE SPACES TO WS-BuscarSerie
           ACCEPT WS-BuscarSerie LINE 4 POSITION 22
           PERFORM BUSCAR-SERIE-PERFORM
           EVALUATE TRUE
               WHEN NOT SerieOk
                   DISPLAY "SERIE INEXISTENTE EN EL REGISTRO"
                       LINE 6 POSITION 5
               WHEN NOT SR-Vendida
                   PERFORM TEXTO-ESTADO-PERFORM
                   DISPLAY "LA UNIDAD NO FIGURA VENDIDA: "
                       LINE 6 POSITION 5
                   DISPLAY WS-EstadoTexto LINE 6 POSITION 34
               WHEN OTHER
                   PERFORM DATOS-ARTICULO-PERFORM
                   PERFORM CALCULAR-GARANTIA-PERFORM
                   MOVE SR-Cliente TO WS-BuscarCliente
                   PERFORM NOMBRE-CLIENTE-PERFORM
                   DISPLAY "Articulo: " LINE 6 POSITION 5
                   DISPLAY SR-GadgetID LINE 6 POSITION 15
                   DISPLAY WS-NomArticulo LINE 6 POSITION 22
                   DISPLAY "Vendida el " LINE 7 POSITION 5
                   DISPLAY SR-FechaVenta LINE 7 POSITION 16
                   DISPLAY "a " LINE 7 POSITION 26
                   DISPLAY WS-NombreCli LINE 7 POSITION 28
                   DISPLAY "Garantia: " LINE 8 POSITION 5
                   DISPLAY WS-GarantiaTexto LINE 8 POSITION 15
                   DISPLAY "Falla informada: " LINE 10 POSITION 5
                   MOVE SPACES TO WS-Falla
                   ACCEPT WS-Falla LINE 10 POSITION 22
                   IF WS-Falla = SPACES
                       DISPLAY "FALLA EN BLANCO, RECLAMO CANCELADO"
                           LINE 12 POSITION 5
                   ELSE
                       DISPLAY "Confirma el reclamo (S/N)? "
                           LINE 11 POSITION 5
                       ACCEPT continuar LINE 11 POSITION 33
                       IF continuar = "S" OR continuar = "s"
                           PERFORM GRABAR-RECLAMO-PERFORM
                           DISPLAY "RECLAMO REGISTRADO"
                               LINE 12 POSITION 5
                       ELSE
                           DISPLAY "RECLAMO CANCELADO"
                               LINE 12 POSITION 5
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM PAUSA-PERFORM
           PERFORM MAIN-PROCEDURE.

      *    La serie se busca en mayusculas, como la graba la
      *    captura.
       BUSCAR-SERIE-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-BuscarSerie) TO WS-BuscarSerie
           MOVE "N" TO WS-SerieOk
           OPEN INPUT SerieFile
           IF SRV-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-BuscarSerie TO SR-Serie
               READ SerieFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SerieOk TO TRUE
               END-READ
               CLOSE SerieFile
           END-IF.

       MOSTRAR-UNIDAD-PERFORM.
           PERFORM DATOS-ARTICULO-PERFORM
           PERFORM CALCULAR-GARANTIA-PERFORM
           PERFORM TEXTO-ESTADO-PERFORM
           DISPLAY " "
           DISPLAY "Serie...........: " SR-Serie
           DISPLAY "Articulo........: " SR-GadgetID " " WS-NomArticulo
           DISPLAY "Categoria.......: " WS-Categoria
           DISPLAY "Estado actual...: " WS-EstadoTexto
                   " sucursal " SR-Sucursal " desde " SR-FechaEstado
           MOVE SR-Proveedor TO WS-BuscarProv
           PERFORM NOMBRE-PROVEEDOR-PERFORM
           DISPLAY "Recibida........: " SR-FechaRecibo
           DISPLAY "  Orden compra..: " SR-Orden
           DISPLAY "  Proveedor.....: " SR-Proveedor " " WS-NombreProv
           IF SR-FechaVenta = ZERO
               DISPLAY "Venta...........: NO VENDIDA"
           ELSE
               MOVE SR-Cliente TO WS-BuscarCliente
               PERFORM NOMBRE-CLIENTE-PERFORM
               DISPLAY "Vendida.........: " SR-FechaVenta
                       " sucursal " SR-SucVenta
               DISPLAY "  Cliente.......: " SR-Cliente " "
                       WS-NombreCli
           END-IF
           DISPLAY "Garantia........: " WS-GarantiaTexto.

       TEXTO-ESTADO-PERFORM.
           EVALUATE TRUE
               WHEN SR-EnStock  MOVE "EN STOCK"    TO WS-EstadoTexto
               WHEN SR-Vendida  MOVE "VENDIDA"     TO WS-EstadoTexto
               WHEN SR-Devuelta MOVE "DEVUELTA A PROVEEDOR"
                   TO WS-EstadoTexto
               WHEN OTHER       MOVE "?"           TO WS-EstadoTexto
           END-EVALUATE.

      *    Nombre y categoria del articulo: la primera sucursal del
      *    master que lo tiene (la categoria es la misma en todas).
       DATOS-ARTICULO-PERFORM.
           MOVE "*** ARTICULO INEXISTENTE" TO WS-NomArticulo
           MOVE SPACES TO WS-Categoria
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               CONTINUE
           ELSE
               MOVE SR-GadgetID TO GadgetID
               MOVE ZERO TO GadgetSucursal
               START StockFile KEY IS NOT LESS THAN GadgetKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ StockFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF GadgetID = SR-GadgetID
                                   MOVE GadgetName TO WS-NomArticulo
                                   MOVE GadgetCategory
                                       TO WS-Categoria
                               END-IF
                       END-READ
               END-START
               CLOSE StockFile
           END-IF.

      *    Sin venta no corre la garantia. Una categoria que ya no
      *    esta activa en la tabla no tiene meses: queda fuera.
       CALCULAR-GARANTIA-PERFORM.
           MOVE WS-Categoria TO GAR-Categoria
           PERFORM BUSCAR-GARANTIA-PERFORM
           MOVE ZERO TO WS-Vence
           EVALUATE TRUE
               WHEN SR-FechaVenta = ZERO
                   SET GarantiaNoVendida TO TRUE
                   MOVE "NO VENDIDA" TO WS-GarantiaTexto
               WHEN NOT GAR-Serializada
                   SET GarantiaFuera TO TRUE
                   MOVE "FUERA (CATEGORIA SIN GARANTIA)"
                       TO WS-GarantiaTexto
               WHEN OTHER
                   PERFORM VENCIMIENTO-PERFORM
                   MOVE SPACES TO WS-GarantiaTexto
                   IF WS-FechaHoy > WS-Vence
                       SET GarantiaFuera TO TRUE
                       STRING "FUERA, VENCIO EL " WS-Vence
                           DELIMITED BY SIZE INTO WS-GarantiaTexto
                   ELSE
                       SET GarantiaDentro TO TRUE
                       STRING "DENTRO, VENCE EL " WS-Vence
                           DELIMITED BY SIZE INTO WS-GarantiaTexto
                   END-IF
           END-EVALUATE.

      *    Fecha de venta mas GAR-Meses meses; el dia se recorta al
      *    ultimo del mes del vencimiento (31/01 + 1 mes = 28/02).
       VENCIMIENTO-PERFORM.
           MOVE SR-FechaVenta TO WS-Vence
           COMPUTE WS-MesesTot = WS-VenceAnio * 12 + WS-VenceMes - 1
                               + GAR-Meses
           DIVIDE WS-MesesTot BY 12
               GIVING WS-Cociente REMAINDER WS-RestoMes
           MOVE WS-Cociente TO WS-VenceAnio
           COMPUTE WS-VenceMes = WS-RestoMes + 1
           EVALUATE WS-VenceMes
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DiasDelMes
               WHEN 2
                   MOVE 28 TO WS-DiasDelMes
                   DIVIDE WS-VenceAnio BY 4
                       GIVING WS-Cociente REMAINDER WS-Resto4
                   DIVIDE WS-VenceAnio BY 100
                       GIVING WS-Cociente REMAINDER WS-Resto100
                   DIVIDE WS-VenceAnio BY 400
                       GIVING WS-Cociente REMAINDER WS-Resto400
                   IF WS-Resto4 = ZERO
                       AND (WS-Resto100 NOT = ZERO
                       OR WS-Resto400 = ZERO)
                       MOVE 29 TO WS-DiasDelMes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DiasDelMes
           END-EVALUATE
           IF WS-VenceDia > WS-DiasDelMes
               MOVE WS-DiasDelMes TO WS-VenceDia
           END-IF.

       LISTAR-MOVIMIENTOS-PERFORM.
           MOVE ZERO TO WS-CantMovs
           MOVE "N" TO WS-FinMov
           OPEN INPUT SerieMovFile
           IF WS-SerieMovStatus = "35"
               CONTINUE
           ELSE
               READ SerieMovFile
                   AT END SET FinMov TO TRUE
               END-READ
               PERFORM UNTIL FinMov
                   IF SM-Serie = SR-Serie
                       ADD 1 TO WS-CantMovs
                       PERFORM MOSTRAR-MOVIMIENTO-PERFORM
                   END-IF
                   READ SerieMovFile
                       AT END SET FinMov TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SerieMovFile
           END-IF.

       MOSTRAR-MOVIMIENTO-PERFORM.
           EVALUATE TRUE
               WHEN SM-Recibo       MOVE "RECIBO"        TO WS-TipoTexto
               WHEN SM-Venta        MOVE "VENTA"         TO WS-TipoTexto
               WHEN SM-Transfer     MOVE "TRANSFERENCIA" TO WS-TipoTexto
               WHEN SM-DevCliente   MOVE "DEV. CLIENTE"  TO WS-TipoTexto
               WHEN SM-DevProveedor MOVE "DEV. PROVEEDOR"
                   TO WS-TipoTexto
               WHEN SM-Reclamo
                   IF SM-EnGarantia
                       MOVE "RECLAMO DENTRO" TO WS-TipoTexto
                   ELSE
                       MOVE "RECLAMO FUERA"  TO WS-TipoTexto
                   END-IF
               WHEN OTHER           MOVE "?"             TO WS-TipoTexto
           END-EVALUATE
           DISPLAY SM-Fecha " " WS-TipoTexto " " SM-Sucursal " "
                   SM-Destino "  " SM-Cliente " " SM-Proveedor " "
                   SM-Orden " " SM-Lote " " SM-Motivo "  " SM-Detalle.

      *    El reclamo queda a nombre del cliente de la venta y del
      *    proveedor del recibo, para el reporte por proveedor.
       GRABAR-RECLAMO-PERFORM.
           INITIALIZE SerieMovRecord
           MOVE SR-Serie      TO SM-Serie
           MOVE WS-FechaHoy   TO SM-Fecha
           SET SM-Reclamo TO TRUE
           MOVE SR-GadgetID   TO SM-GadgetID
           MOVE SR-SucVenta   TO SM-Sucursal
           MOVE SR-Cliente    TO SM-Cliente
           MOVE SR-Proveedor  TO SM-Proveedor
           MOVE SR-Orden      TO SM-Orden
           IF GarantiaDentro
               SET SM-EnGarantia TO TRUE
           ELSE
               SET SM-FueraGarantia TO TRUE
           END-IF
           MOVE WS-Falla      TO SM-Detalle
           MOVE SGN-Usuario   TO SM-Usuario
           OPEN EXTEND SerieMovFile
           IF WS-SerieMovStatus = "35"
               OPEN OUTPUT SerieMovFile
           END-IF
           WRITE SerieMovRecord
           CLOSE SerieMovFile.

       NOMBRE-CLIENTE-PERFORM.
           MOVE "*** CLIENTE INEXISTENTE" TO WS-NombreCli
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF CliCodigo = WS-BuscarCliente
                       MOVE CliNombre TO WS-NombreCli
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

       NOMBRE-PROVEEDOR-PERFORM.
           MOVE "*** PROVEEDOR INEXISTENTE" TO WS-NombreProv
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF ProvCodigo = WS-BuscarProv
                       MOVE ProvNombre TO WS-NombreProv
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF.

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

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 21 POSITION 5
           ACCEPT continuar LINE 22 POSITION 5.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "garproc.cpy".
       END PROGRAM GADGET-GARANTIA.
