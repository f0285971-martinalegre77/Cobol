      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Carga de facturas de proveedores de GadgetShop en
      *          GadgetFactProv.dat (FACTPROV.CPY): proveedor del
      *          maestro GadgetProv.dat, numero y fecha de la
      *          factura, y las lineas por articulo y sucursal con
      *          cantidad, costo unitario y la orden de compra que
      *          cita el proveedor. Tambien consulta las facturas de
      *          un proveedor y registra el pago de una factura. El
      *          control de la factura contra la orden y lo recibido
      *          (apareo de tres vias) es gadget_fact_match.cbl; la
      *          antiguedad de lo adeudado, gadget_ap_aging.cbl.
      *          Hasta ahora la factura se controlaba a mano y nadie
      *          llevaba lo que se le debia a cada proveedor.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-FACTPROV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FactFile
           ASSIGN TO "GadgetFactProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FactStatus.
           SELECT FactTemp
           ASSIGN TO "GadgetFactProv.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProvFile
           ASSIGN TO "GadgetProv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProvStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT PoMaster
           ASSIGN TO "GadgetPO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoMasterStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
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
       FD FactFile.
           COPY "factprov.cpy".
       FD FactTemp.
       01 FactRecordTemp    PIC X(72).
       FD ProvFile.
       01 ProvDetails.
           88 EndOfProvFile  VALUE HIGH-VALUE.
           02 ProvCodigo     PIC 9(4).
           02 ProvNombre     PIC X(30).
           02 ProvContacto   PIC X(40).
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD PoMaster.
           COPY "gadgetpo.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-FactStatus     PIC XX.
       77 WS-ProvStatus     PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-PoMasterStatus PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       01 tarea PIC X.
           88 registro          VALUE "1".
           88 consulta          VALUE "2".
           88 pago              VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-FinFact            PIC X VALUE "N".
           88 FinFact           VALUE "S".
       01 WS-FinPo              PIC X VALUE "N".
           88 FinPo             VALUE "S".
      *    Cabecera de la factura en carga.
       77 WS-BuscarProveedor    PIC 9(4).
       77 WS-BuscarNumero       PIC X(12).
       77 WS-NombreProv         PIC X(30).
       77 WS-FechaFactura       PIC 9(8).
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
       01 WS-Duplicada          PIC X VALUE "N".
           88 Duplicada         VALUE "S".
      *    Lineas de la factura en carga; se graban todas juntas al
      *    confirmar, para no dejar facturas a medias en el archivo.
       77 WS-CantLineas         PIC 9(3) VALUE ZERO.
       77 WS-SubLinea           PIC 9(3).
       01 TABLA-LINEAS.
           05 LINEA-ITEM OCCURS 50 TIMES.
               10 FL-GadgetID      PIC 9(6).
               10 FL-Sucursal      PIC 9(3).
               10 FL-PoNumero      PIC 9(6).
               10 FL-Cantidad      PIC 9(4).
               10 FL-CostoUnitario PIC 9(4)V99.
       01 WS-FinLineas          PIC X VALUE "N".
           88 FinLineas         VALUE "S".
       77 WS-LinGadgetID        PIC 9(6).
       77 WS-LinSucursal        PIC 9(3).
       77 WS-LinPoNumero        PIC 9(6).
       77 WS-LinCantidad        PIC 9(4).
      *    Los importes se teclean como digitos corridos con dos
      *    decimales implicitos (001250 = 12,50): el ACCEPT de
      *    consola no interpreta la coma y truncaria el valor.
       01 WS-LinCostoX          PIC X(6).
       01 WS-LinCosto REDEFINES WS-LinCostoX PIC 9(4)V99.
       77 WS-NomArticulo        PIC X(30).
       01 WS-LineaOk            PIC X VALUE "N".
           88 LineaOk           VALUE "S".
       77 WS-Mensaje            PIC X(50).
       77 WS-ImporteLinea       PIC 9(8)V99.
       77 WS-TotalFactura       PIC 9(8)V99 VALUE ZERO.
       01 WS-EditImporte        PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EditCosto          PIC Z.ZZ9,99.
       01 WS-Confirma           PIC X.
      *    Validacion de fecha (mismo criterio que param_mant.cbl).
       77 WS-FechaAnio          PIC 9(4).
       77 WS-FechaMes           PIC 9(2).
       77 WS-FechaDia           PIC 9(2).
       77 WS-DiasDelMes         PIC 9(2).
       77 WS-Resto4             PIC 9(4).
       77 WS-Resto100           PIC 9(4).
       77 WS-Resto400           PIC 9(4).
       77 WS-Cociente           PIC 9(4).
       01 WS-FechaOk            PIC X VALUE "N".
           88 FechaOk           VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-FACTPROV" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
               MOVE "GADGETFACTPROV" TO JRN-Archivo
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "FACTURAS DE PROVEEDORES GADGETSHOP"
               LINE 2 POSITION 10
           DISPLAY "1 - Registrar Factura"
               LINE 4 POSITION 10
           DISPLAY "2 - Consulta de Facturas de un Proveedor"
               LINE 5 POSITION 10
           DISPLAY "3 - Registrar Pago de Factura"
               LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"
               LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN registro PERFORM REGISTRO-PERFORM
               WHEN consulta PERFORM CONSULTA-PERFORM
               WHEN pago PERFORM PAGO-PERFORM
               WHEN salir PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Cabecera (proveedor existente, numero no repetido para
      *    ese proveedor, fecha valida) y despues las lineas hasta
      *    GadgetID 000000. Cada linea se valida contra el master
      *    (articulo + sucursal) y, si cita orden de compra, contra
      *    GadgetPO.dat; la factura se graba entera al confirmar.
       REGISTRO-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR FACTURA DE PROVEEDOR" LINE 2 POSITION 10
           DISPLAY "Proveedor: " LINE 4 POSITION 5
           ACCEPT WS-BuscarProveedor LINE 4 POSITION 30
           PERFORM BUSCAR-PROVEEDOR-PERFORM
           IF NOT Encontrado
               DISPLAY "PROVEEDOR INEXISTENTE EN GadgetProv.dat"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY WS-NombreProv LINE 4 POSITION 40
           DISPLAY "Numero de factura: " LINE 5 POSITION 5
           ACCEPT WS-BuscarNumero LINE 5 POSITION 30
           PERFORM BUSCAR-FACTURA-PERFORM
           IF Duplicada OR WS-BuscarNumero = SPACES
               DISPLAY "NUMERO VACIO O YA CARGADO PARA EL PROVEEDOR"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "Fecha (AAAAMMDD): " LINE 6 POSITION 5
           ACCEPT WS-FechaFactura LINE 6 POSITION 30
           MOVE WS-FechaFactura(1:4) TO WS-FechaAnio
           MOVE WS-FechaFactura(5:2) TO WS-FechaMes
           MOVE WS-FechaFactura(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           IF NOT FechaOk OR WS-FechaFactura > WS-FechaHoy
               DISPLAY "FECHA INVALIDA O POSTERIOR A LA DE NEGOCIO"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE ZERO TO WS-CantLineas
           MOVE ZERO TO WS-TotalFactura
           MOVE "N" TO WS-FinLineas
           PERFORM UNTIL FinLineas
               PERFORM CAPTURAR-LINEA-PERFORM
           END-PERFORM
           IF WS-CantLineas = ZERO
               DISPLAY "FACTURA SIN LINEAS, NO SE GRABA"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE WS-TotalFactura TO WS-EditImporte
           DISPLAY "Lineas: " LINE 18 POSITION 5
           DISPLAY WS-CantLineas LINE 18 POSITION 13
           DISPLAY "Total sin IVA: $ " LINE 18 POSITION 20
           DISPLAY WS-EditImporte LINE 18 POSITION 37
           DISPLAY "Confirma la factura (S/N): " LINE 19 POSITION 5
           ACCEPT WS-Confirma LINE 19 POSITION 33
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               PERFORM GRABAR-FACTURA-PERFORM
               DISPLAY "FACTURA REGISTRADA CON EXITO"
                   LINE 20 POSITION 5
           ELSE
               DISPLAY "FACTURA DESCARTADA" LINE 20 POSITION 5
           END-IF
           PERFORM PAUSA-PERFORM
           PERFORM MAIN-PROCEDURE.

       CAPTURAR-LINEA-PERFORM.
           DISPLAY "Linea " LINE 8 POSITION 5
           DISPLAY WS-CantLineas LINE 8 POSITION 11
           DISPLAY " cargadas - GadgetID (000000 = fin): "
               LINE 8 POSITION 14
           MOVE ZERO TO WS-LinGadgetID
           ACCEPT WS-LinGadgetID LINE 8 POSITION 52
           IF WS-LinGadgetID = ZERO
               SET FinLineas TO TRUE
           ELSE
               IF WS-CantLineas >= 50
                   DISPLAY "AVISO: tabla de lineas llena (50)"
                       LINE 16 POSITION 5
                   SET FinLineas TO TRUE
               ELSE
                   DISPLAY "Sucursal: " LINE 9 POSITION 5
                   ACCEPT WS-LinSucursal LINE 9 POSITION 30
                   DISPLAY "Orden de compra (0 = sin OC): "
                       LINE 10 POSITION 5
                   ACCEPT WS-LinPoNumero LINE 10 POSITION 37
                   DISPLAY "Cantidad: " LINE 11 POSITION 5
                   ACCEPT WS-LinCantidad LINE 11 POSITION 30
                   DISPLAY "Costo unitario (9999CC): $ "
                       LINE 12 POSITION 5
                   ACCEPT WS-LinCostoX LINE 12 POSITION 33
                   PERFORM VALIDAR-LINEA-PERFORM
                   IF LineaOk
                       ADD 1 TO WS-CantLineas
                       MOVE WS-LinGadgetID
                           TO FL-GadgetID(WS-CantLineas)
                       MOVE WS-LinSucursal
                           TO FL-Sucursal(WS-CantLineas)
                       MOVE WS-LinPoNumero
                           TO FL-PoNumero(WS-CantLineas)
                       MOVE WS-LinCantidad
                           TO FL-Cantidad(WS-CantLineas)
                       MOVE WS-LinCosto
                           TO FL-CostoUnitario(WS-CantLineas)
                       COMPUTE WS-ImporteLinea =
                           WS-LinCantidad * WS-LinCosto
                       ADD WS-ImporteLinea TO WS-TotalFactura
                       MOVE WS-LinCosto TO WS-EditCosto
                       MOVE SPACES TO WS-Mensaje
                       STRING WS-NomArticulo DELIMITED BY SIZE
                              " $ " WS-EditCosto
                              DELIMITED BY SIZE INTO WS-Mensaje
                       DISPLAY WS-Mensaje LINE 14 POSITION 5
                       DISPLAY "LINEA AGREGADA                    "
                           LINE 15 POSITION 5
                   ELSE
                       DISPLAY WS-Mensaje LINE 15 POSITION 5
                   END-IF
               END-IF
           END-IF.

       VALIDAR-LINEA-PERFORM.
           MOVE "N" TO WS-LineaOk
           MOVE SPACES TO WS-Mensaje
           IF WS-LinCostoX IS NOT NUMERIC OR WS-LinCosto = ZERO
               MOVE "COSTO INVALIDO, LINEA DESCARTADA" TO WS-Mensaje
           ELSE
               IF WS-LinCantidad = ZERO
                   MOVE "CANTIDAD EN CERO, LINEA DESCARTADA"
                       TO WS-Mensaje
               ELSE
                   PERFORM BUSCAR-ARTICULO-PERFORM
                   IF NOT Encontrado
                       MOVE "ARTICULO INEXISTENTE EN ESA SUCURSAL"
                           TO WS-Mensaje
                   ELSE
                       IF WS-LinPoNumero NOT = ZERO
                           PERFORM BUSCAR-ORDEN-PERFORM
                       END-IF
                       IF Encontrado
                           SET LineaOk TO TRUE
                       ELSE
                           MOVE "LA OC NO TIENE ESE ARTICULO/PROVEEDOR"
                               TO WS-Mensaje
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-Encontrado
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               CONTINUE
           ELSE
               MOVE WS-LinGadgetID TO GadgetID
               MOVE WS-LinSucursal TO GadgetSucursal
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Encontrado TO TRUE
                       MOVE GadgetName TO WS-NomArticulo
               END-READ
               CLOSE StockFile
           END-IF.

      *    La orden citada tiene que tener una linea del mismo
      *    proveedor, articulo y sucursal (abierta o cerrada: la
      *    factura puede llegar despues de recibir todo).
       BUSCAR-ORDEN-PERFORM.
           MOVE "N" TO WS-Encontrado
           MOVE "N" TO WS-FinPo
           OPEN INPUT PoMaster
           IF WS-PoMasterStatus = "35"
               CONTINUE
           ELSE
               READ PoMaster
                   AT END SET FinPo TO TRUE
               END-READ
               PERFORM UNTIL FinPo OR Encontrado
                   IF PO-Numero = WS-LinPoNumero
                       AND PO-Proveedor = WS-BuscarProveedor
                       AND PO-GadgetID = WS-LinGadgetID
                       AND PO-Sucursal = WS-LinSucursal
                       SET Encontrado TO TRUE
                   END-IF
                   READ PoMaster
                       AT END SET FinPo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PoMaster
           END-IF.

       GRABAR-FACTURA-PERFORM.
           OPEN EXTEND FactFile
           IF WS-FactStatus = "35"
               OPEN OUTPUT FactFile
           END-IF
           PERFORM VARYING WS-SubLinea FROM 1 BY 1
               UNTIL WS-SubLinea > WS-CantLineas
               MOVE SPACES TO FactProvRecord
               MOVE WS-BuscarProveedor TO FP-Proveedor
               MOVE WS-BuscarNumero    TO FP-Numero
               MOVE WS-FechaFactura    TO FP-Fecha
               MOVE WS-SubLinea        TO FP-Linea
               MOVE FL-GadgetID(WS-SubLinea)   TO FP-GadgetID
               MOVE FL-Sucursal(WS-SubLinea)   TO FP-Sucursal
               MOVE FL-PoNumero(WS-SubLinea)   TO FP-PoNumero
               MOVE FL-Cantidad(WS-SubLinea)   TO FP-Cantidad
               MOVE FL-CostoUnitario(WS-SubLinea)
                   TO FP-CostoUnitario
               SET FP-Adeudada   TO TRUE
               MOVE ZERO         TO FP-FechaPago
               SET FP-SinAparear TO TRUE
               MOVE SGN-Usuario  TO FP-Usuario
               WRITE FactProvRecord
               MOVE FactProvRecord(1:16) TO JRN-Clave
               MOVE FP-Linea TO JRN-Clave(17:3)
               MOVE SPACES TO JRN-Antes
               MOVE FactProvRecord TO JRN-Despues
               MOVE "A" TO JRN-Operacion
               PERFORM GRABAR-JOURNAL-PERFORM
           END-PERFORM
           CLOSE FactFile.

       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "Proveedor a consultar: "
           ACCEPT WS-BuscarProveedor
           PERFORM BUSCAR-PROVEEDOR-PERFORM
           IF Encontrado
               DISPLAY "Proveedor " WS-BuscarProveedor " "
                       WS-NombreProv
           END-IF
           DISPLAY "Factura      Fecha    Lin Articulo Suc OC    "
                   " Cant     Costo Est Apareo"
           MOVE "N" TO WS-FinFact
           OPEN INPUT FactFile
           IF WS-FactStatus = "35"
               DISPLAY "NO HAY FACTURAS REGISTRADAS"
           ELSE
               READ FactFile
                   AT END SET FinFact TO TRUE
               END-READ
               PERFORM UNTIL FinFact
                   IF FP-Proveedor = WS-BuscarProveedor
                       MOVE FP-CostoUnitario TO WS-EditCosto
                       DISPLAY FP-Numero " " FP-Fecha " " FP-Linea
                               " " FP-GadgetID "   " FP-Sucursal
                               " " FP-PoNumero " " FP-Cantidad
                               " " WS-EditCosto "  " FP-Estado
                               "   " FP-Match
                   END-IF
                   READ FactFile
                       AT END SET FinFact TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FactFile
           END-IF
           DISPLAY "Estado: A adeudada / P pagada - Apareo: C"
                   " conciliada / D con diferencias / N sin OC"
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    El pago marca todas las lineas de la factura como pagadas
      *    con la fecha de negocio; el archivo se reescribe via
      *    temporal + mv, como los demas masters secuenciales.
       PAGO-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR PAGO DE FACTURA" LINE 2 POSITION 10
           DISPLAY "Proveedor: " LINE 4 POSITION 5
           ACCEPT WS-BuscarProveedor LINE 4 POSITION 30
           DISPLAY "Numero de factura: " LINE 5 POSITION 5
           ACCEPT WS-BuscarNumero LINE 5 POSITION 30
           PERFORM BUSCAR-FACTURA-PERFORM
           IF NOT Duplicada
               DISPLAY "NO SE ENCONTRO LA FACTURA" LINE 19 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           IF WS-TotalFactura = ZERO
               DISPLAY "LA FACTURA YA ESTA PAGADA" LINE 19 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE WS-TotalFactura TO WS-EditImporte
           DISPLAY "Adeudado sin IVA: $ " LINE 7 POSITION 5
           DISPLAY WS-EditImporte LINE 7 POSITION 30
           DISPLAY "Fecha de pago: " LINE 8 POSITION 5
           DISPLAY WS-FechaHoy LINE 8 POSITION 30
           DISPLAY "Confirma el pago (S/N): " LINE 10 POSITION 5
           ACCEPT WS-Confirma LINE 10 POSITION 30
           IF WS-Confirma NOT = "S" AND WS-Confirma NOT = "s"
               DISPLAY "PAGO CANCELADO" LINE 19 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE "N" TO WS-FinFact
           OPEN INPUT FactFile
           OPEN OUTPUT FactTemp
           READ FactFile
               AT END SET FinFact TO TRUE
           END-READ
           PERFORM UNTIL FinFact
               IF FP-Proveedor = WS-BuscarProveedor
                   AND FP-Numero = WS-BuscarNumero
                   AND FP-Adeudada
                   MOVE FactProvRecord(1:16) TO JRN-Clave
                   MOVE FP-Linea TO JRN-Clave(17:3)
                   MOVE FactProvRecord TO JRN-Antes
                   SET FP-Pagada TO TRUE
                   MOVE WS-FechaHoy TO FP-FechaPago
                   MOVE FactProvRecord TO JRN-Despues
                   MOVE "M" TO JRN-Operacion
                   PERFORM GRABAR-JOURNAL-PERFORM
               END-IF
               WRITE FactRecordTemp FROM FactProvRecord
               READ FactFile
                   AT END SET FinFact TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactFile
           CLOSE FactTemp
           CALL "SYSTEM" USING
               "mv GadgetFactProv.tmp GadgetFactProv.dat"
           DISPLAY "PAGO REGISTRADO" LINE 19 POSITION 5
           PERFORM PAUSA-PERFORM
           PERFORM MAIN-PROCEDURE.

       BUSCAR-PROVEEDOR-PERFORM.
           MOVE "N" TO WS-Encontrado
           MOVE SPACES TO WS-NombreProv
           OPEN INPUT ProvFile
           IF WS-ProvStatus = "35"
               CONTINUE
           ELSE
               READ ProvFile
                   AT END SET EndOfProvFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfProvFile
                   IF ProvCodigo = WS-BuscarProveedor
                       SET Encontrado TO TRUE
                       MOVE ProvNombre TO WS-NombreProv
                   END-IF
                   READ ProvFile
                       AT END SET EndOfProvFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProvFile
           END-IF.

      *    Busca la factura del proveedor; deja en WS-TotalFactura
      *    el importe todavia adeudado de sus lineas.
       BUSCAR-FACTURA-PERFORM.
           MOVE "N" TO WS-Duplicada
           MOVE ZERO TO WS-TotalFactura
           MOVE "N" TO WS-FinFact
           OPEN INPUT FactFile
           IF WS-FactStatus = "35"
               CONTINUE
           ELSE
               READ FactFile
                   AT END SET FinFact TO TRUE
               END-READ
               PERFORM UNTIL FinFact
                   IF FP-Proveedor = WS-BuscarProveedor
                       AND FP-Numero = WS-BuscarNumero
                       SET Duplicada TO TRUE
                       IF FP-Adeudada
                           COMPUTE WS-ImporteLinea =
                               FP-Cantidad * FP-CostoUnitario
                           ADD WS-ImporteLinea TO WS-TotalFactura
                       END-IF
                   END-IF
                   READ FactFile
                       AT END SET FinFact TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FactFile
           END-IF.

      *    La fecha de negocio manda sobre el reloj de pared para el
      *    pago. Sin FechaNegocio.dat, fecha del sistema.
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

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 21 POSITION 5
           ACCEPT continuar LINE 22 POSITION 5.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       END PROGRAM GADGET-FACTPROV.
