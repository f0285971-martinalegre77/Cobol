      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento de la tabla de codigos de barra de
      *          GadgetShop (GadgetEAN.dat, layout comun EAN.CPY): uno
      *          o mas EAN-13 por GadgetID, para que la captura y el
      *          conteo acepten la caja escaneada en lugar del
      *          GadgetID tipeado de la planilla. Al asignar se
      *          verifica el digito verificador, que el articulo
      *          exista en el master y que el codigo no este ya
      *          asignado a otro articulo. Cada alta o baja deja su
      *          imagen en Journal.dat. Exige nivel 2
      *          (mantenimiento).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-EAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EanFile
           ASSIGN TO "GadgetEAN.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-Codigo
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS EAN-Status.
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
       FD EanFile.
           COPY "ean.cpy".
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
           88 asignar           VALUE "2".
           88 quitar            VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       01 WS-Inicializado       PIC X VALUE "N".
           88 Inicializado      VALUE "S".
       77 WS-StockStatus        PIC XX.
       77 WS-StockFilePath      PIC X(200) VALUE SPACES.
       77 WS-BuscarGadgetID     PIC 9(6).
       77 WS-NomArticulo        PIC X(30).
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
       01 WS-FinEan             PIC X VALUE "N".
           88 FinEan            VALUE "S".
       01 WS-CodigoOk           PIC X VALUE "N".
           88 CodigoOk          VALUE "S".
       77 WS-CantCodigos        PIC 9(3).
       77 WS-Linea              PIC 9(2).
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "eanwork.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-EAN" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "CODIGOS DE BARRA (EAN-13) POR ARTICULO"
               LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Codigos de un Articulo"
               LINE 4 POSITION 10
           DISPLAY "2 - Asignar Codigo a un Articulo"
               LINE 5 POSITION 10
           DISPLAY "3 - Quitar Codigo"             LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta PERFORM CONSULTA-PERFORM
               WHEN asignar  PERFORM ASIGNAR-PERFORM
               WHEN quitar   PERFORM QUITAR-PERFORM
               WHEN salir    PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "CODIGOS DE UN ARTICULO" LINE 2 POSITION 10
           DISPLAY "GadgetID: " LINE 4 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 4 POSITION 30
           PERFORM BUSCAR-ARTICULO-PERFORM
           IF Encontrado
               DISPLAY WS-NomArticulo LINE 5 POSITION 5
           ELSE
               DISPLAY "(no esta en el master)" LINE 5 POSITION 5
           END-IF
           PERFORM LISTAR-CODIGOS-PERFORM
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Recorre la tabla entera: es chica y la clave es el codigo.
       LISTAR-CODIGOS-PERFORM.
           MOVE ZERO TO WS-CantCodigos
           MOVE 7 TO WS-Linea
           MOVE "N" TO WS-FinEan
           OPEN INPUT EanFile
           IF EAN-Status = "00"
               READ EanFile NEXT
                   AT END SET FinEan TO TRUE
               END-READ
               PERFORM UNTIL FinEan
                   IF EA-GadgetID = WS-BuscarGadgetID
                       ADD 1 TO WS-CantCodigos
                       IF WS-Linea < 19
                           DISPLAY EA-Codigo   LINE WS-Linea POSITION 5
                           DISPLAY EA-FechaAlta
                               LINE WS-Linea POSITION 21
                           DISPLAY EA-Usuario  LINE WS-Linea POSITION 31
                           ADD 1 TO WS-Linea
                       END-IF
                   END-IF
                   READ EanFile NEXT
                       AT END SET FinEan TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EanFile
           END-IF
           IF WS-CantCodigos = ZERO
               DISPLAY "EL ARTICULO NO TIENE CODIGOS DE BARRA"
                   LINE 7 POSITION 5
           END-IF.

       ASIGNAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ASIGNAR CODIGO A UN ARTICULO" LINE 2 POSITION 10
           DISPLAY "GadgetID: " LINE 4 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 4 POSITION 30
           PERFORM BUSCAR-ARTICULO-PERFORM
           IF NOT Encontrado
               DISPLAY "NO EXISTE ESE GADGETID EN EL MASTER"
                   LINE 12 POSITION 5
           ELSE
               DISPLAY WS-NomArticulo LINE 5 POSITION 5
               DISPLAY "EAN-13 (escanear o tipear): " LINE 7 POSITION 5
               MOVE SPACES TO EAN-Entrada
               ACCEPT EAN-Entrada LINE 7 POSITION 34
               PERFORM VALIDAR-CODIGO-PERFORM
               IF CodigoOk
                   PERFORM GRABAR-CODIGO-PERFORM
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    13 digitos con digito verificador correcto.
       VALIDAR-CODIGO-PERFORM.
           MOVE "N" TO WS-CodigoOk
           IF EAN-Entrada IS NOT NUMERIC
               DISPLAY "EL CODIGO DEBE TENER 13 DIGITOS"
                   LINE 12 POSITION 5
           ELSE
               MOVE EAN-Entrada TO EAN-Codigo
               PERFORM VERIFICAR-DIGITO-EAN-PERFORM
               IF EAN-DigitoValido
                   SET CodigoOk TO TRUE
               ELSE
                   DISPLAY "DIGITO VERIFICADOR INCORRECTO (deberia ser "
                       LINE 12 POSITION 5
                   DISPLAY EAN-Verificador LINE 12 POSITION 50
                   DISPLAY ")" LINE 12 POSITION 51
               END-IF
           END-IF.

      *    La clave es el codigo: si ya existe, es de este articulo o
      *    de otro, y en ningun caso se graba.
       GRABAR-CODIGO-PERFORM.
           OPEN I-O EanFile
           IF EAN-Status = "35"
               OPEN OUTPUT EanFile
               CLOSE EanFile
               OPEN I-O EanFile
           END-IF
           MOVE EAN-Codigo TO EA-Codigo
           READ EanFile
               INVALID KEY
                   MOVE EAN-Codigo        TO EA-Codigo
                   MOVE WS-BuscarGadgetID TO EA-GadgetID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO EA-FechaAlta
                   MOVE SGN-Usuario       TO EA-Usuario
                   WRITE EanRecord
                   MOVE "GadgetEAN.dat" TO JRN-Archivo
                   MOVE EA-Codigo    TO JRN-Clave
                   MOVE SPACES       TO JRN-Antes
                   MOVE EanRecord    TO JRN-Despues
                   MOVE "A"          TO JRN-Operacion
                   PERFORM GRABAR-JOURNAL-PERFORM
                   DISPLAY "CODIGO ASIGNADO" LINE 12 POSITION 5
               NOT INVALID KEY
                   IF EA-GadgetID = WS-BuscarGadgetID
                       DISPLAY "EL CODIGO YA ESTA ASIGNADO A ESTE"
                               " ARTICULO" LINE 12 POSITION 5
                   ELSE
                       DISPLAY "RECHAZADO: EL CODIGO YA ESTA ASIGNADO"
                               " AL ARTICULO" LINE 12 POSITION 5
                       DISPLAY EA-GadgetID LINE 12 POSITION 56
                   END-IF
           END-READ
           CLOSE EanFile.

       QUITAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "QUITAR CODIGO" LINE 2 POSITION 10
           DISPLAY "EAN-13 (escanear o tipear): " LINE 4 POSITION 5
           MOVE SPACES TO EAN-Entrada
           ACCEPT EAN-Entrada LINE 4 POSITION 34
           IF EAN-Entrada IS NOT NUMERIC
               DISPLAY "EL CODIGO DEBE TENER 13 DIGITOS"
                   LINE 12 POSITION 5
           ELSE
               MOVE EAN-Entrada TO EAN-Codigo
               OPEN I-O EanFile
               IF EAN-Status = "35"
                   DISPLAY "NO HAY CODIGOS CARGADOS" LINE 12 POSITION 5
               ELSE
                   MOVE EAN-Codigo TO EA-Codigo
                   READ EanFile
                       INVALID KEY
                           DISPLAY "EL CODIGO NO ESTA CARGADO"
                               LINE 12 POSITION 5
                       NOT INVALID KEY
                           PERFORM CONFIRMAR-BAJA-PERFORM
                   END-READ
                   CLOSE EanFile
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

       CONFIRMAR-BAJA-PERFORM.
           MOVE EA-GadgetID TO WS-BuscarGadgetID
           DISPLAY "Articulo: " LINE 6 POSITION 5
           DISPLAY EA-GadgetID  LINE 6 POSITION 16
           PERFORM BUSCAR-ARTICULO-PERFORM
           IF Encontrado
               DISPLAY WS-NomArticulo LINE 6 POSITION 24
           END-IF
           DISPLAY "QUITA EL CODIGO (S/N)? " LINE 8 POSITION 5
           ACCEPT WS-Confirma LINE 8 POSITION 29
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               MOVE "GadgetEAN.dat" TO JRN-Archivo
               MOVE EA-Codigo    TO JRN-Clave
               MOVE EanRecord    TO JRN-Antes
               MOVE SPACES       TO JRN-Despues
               MOVE "B"          TO JRN-Operacion
               DELETE EanFile
               PERFORM GRABAR-JOURNAL-PERFORM
               DISPLAY "CODIGO QUITADO" LINE 12 POSITION 5
           ELSE
               DISPLAY "BAJA CANCELADA" LINE 12 POSITION 5
           END-IF.

      *    El codigo es del articulo: alcanza con que exista en
      *    alguna sucursal.
       BUSCAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-Encontrado
           MOVE SPACES TO WS-NomArticulo
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               CONTINUE
           ELSE
               MOVE WS-BuscarGadgetID TO GadgetID
               MOVE ZERO              TO GadgetSucursal
               START StockFile KEY IS NOT LESS THAN GadgetKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ StockFile NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF GadgetID = WS-BuscarGadgetID
                                   SET Encontrado TO TRUE
                                   MOVE GadgetName TO WS-NomArticulo
                               END-IF
                       END-READ
               END-START
               CLOSE StockFile
           END-IF.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "eanproc.cpy".
       END PROGRAM GADGET-EAN.
