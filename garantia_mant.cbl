      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento de la tabla de garantias por categoria
      *          (GarantiaCategorias.dat, layout comun GARANTIA.CPY):
      *          cuantos meses de garantia tiene cada categoria del
      *          master. Una categoria activa en la tabla es
      *          serializada: desde ese momento gadget_captura.cbl
      *          pide el numero de serie de cada unidad y
      *          gadget_edit.cbl rechaza las entradas y salidas sin
      *          serie. La consulta por serie y los reclamos de
      *          garantia estan en gadget_garantia.cbl. Mismo esquema
      *          de historial append-only que distrib_mant.cbl: la
      *          modificacion o la baja graban un registro nuevo de la
      *          misma categoria.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIA-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GarantiaFile
           ASSIGN TO "GarantiaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GAR-Status.
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
       FD GarantiaFile.
           COPY "garantia.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "garwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 alta              VALUE "2".
           88 baja              VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Captura.
           03 WS-Categoria      PIC X(15).
           03 WS-MesesX         PIC X(3).
           03 WS-Meses REDEFINES WS-MesesX PIC 9(3).
       77 WS-EstadoTexto    PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GARANTIA-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "GARANTIAS POR CATEGORIA"       LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Garantias"     LINE 4 POSITION 10
           DISPLAY "2 - Alta o Modificacion"       LINE 5 POSITION 10
           DISPLAY "3 - Baja de Categoria"         LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN alta      PERFORM ALTA-PERFORM
               WHEN baja      PERFORM BAJA-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Estado actual de cada categoria (ultimo registro de su
      *    clave), con quien la cargo y cuando.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-GARANTIAS-PERFORM
           DISPLAY "GARANTIAS POR CATEGORIA AL " WS-FechaHoy
           IF GAR-Cant = ZERO
               DISPLAY "NO HAY CATEGORIAS SERIALIZADAS"
           ELSE
               DISPLAY "Categoria       Meses Estado Cargado  Usuario"
               DISPLAY WS-LINE
               PERFORM VARYING GAR-Sub FROM 1 BY 1
                   UNTIL GAR-Sub > GAR-Cant
                   IF GT-Estado(GAR-Sub) = "B"
                       MOVE "BAJA" TO WS-EstadoTexto
                   ELSE
                       MOVE "ACTIVA" TO WS-EstadoTexto
                   END-IF
                   DISPLAY GT-Categoria(GAR-Sub) " "
                           GT-Meses(GAR-Sub) "   "
                           WS-EstadoTexto " "
                           GT-FechaCarga(GAR-Sub) " "
                           GT-Usuario(GAR-Sub)
               END-PERFORM
           END-IF
           IF GAR-Omitidas > ZERO
               DISPLAY "AVISO: tabla de garantias llena, quedaron "
                       GAR-Omitidas " registros sin mostrar"
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    La misma categoria ya cargada se modifica: el registro
      *    nuevo pasa a regir. La categoria se toma tal cual figura
      *    en el master (GadgetCategory).
       ALTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           INITIALIZE WS-Captura
           DISPLAY "ALTA O MODIFICACION DE CATEGORIA"
               LINE 2 POSITION 10
           DISPLAY "Categoria (como en el master): " LINE 4 POSITION 5
           ACCEPT WS-Categoria LINE 4 POSITION 40
           DISPLAY "Meses de garantia (001-999): " LINE 5 POSITION 5
           ACCEPT WS-MesesX LINE 5 POSITION 40
           EVALUATE TRUE
               WHEN WS-Categoria = SPACES
                   DISPLAY "CATEGORIA EN BLANCO, ALTA CANCELADA"
                       LINE 8 POSITION 5
               WHEN WS-MesesX NOT NUMERIC
                   DISPLAY "MESES INVALIDOS (TRES DIGITOS), ALTA"
                           " CANCELADA" LINE 8 POSITION 5
               WHEN WS-Meses = ZERO
                   DISPLAY "MESES EN CERO, ALTA CANCELADA"
                       LINE 8 POSITION 5
               WHEN OTHER
                   MOVE SPACES TO GarantiaRecord
                   MOVE WS-Categoria TO GA-Categoria
                   MOVE WS-Meses     TO GA-Meses
                   SET GA-Activa TO TRUE
                   PERFORM GRABAR-GARANTIA-PERFORM
                   DISPLAY "CATEGORIA REGISTRADA" LINE 8 POSITION 5
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 10 POSITION 5
           ACCEPT continuar LINE 11 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    La baja graba la misma categoria en estado B: desde ese
      *    momento sus articulos dejan de pedir numero de serie. Las
      *    series ya registradas siguen en GadgetSeries.dat.
       BAJA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-GARANTIAS-PERFORM
           INITIALIZE WS-Captura
           DISPLAY "BAJA DE CATEGORIA" LINE 2 POSITION 10
           DISPLAY "Categoria: " LINE 4 POSITION 5
           ACCEPT WS-Categoria LINE 4 POSITION 20
           MOVE "N" TO GAR-Vista
           PERFORM VARYING GAR-Sub FROM 1 BY 1
               UNTIL GAR-Sub > GAR-Cant OR GAR-Vista = "S"
               IF GT-Categoria(GAR-Sub) = WS-Categoria
                   MOVE "S" TO GAR-Vista
               END-IF
           END-PERFORM
           IF GAR-Vista = "S"
               SUBTRACT 1 FROM GAR-Sub
           END-IF
           EVALUATE TRUE
               WHEN GAR-Vista NOT = "S"
                   DISPLAY "NO EXISTE ESA CATEGORIA EN LA TABLA"
                       LINE 8 POSITION 5
               WHEN GT-Estado(GAR-Sub) = "B"
                   DISPLAY "LA CATEGORIA YA ESTA DADA DE BAJA"
                       LINE 8 POSITION 5
               WHEN OTHER
                   DISPLAY "Meses de garantia: " LINE 5 POSITION 5
                   DISPLAY GT-Meses(GAR-Sub) LINE 5 POSITION 24
                   DISPLAY "Confirma la baja (S/N)? "
                       LINE 6 POSITION 5
                   ACCEPT continuar LINE 6 POSITION 30
                   IF continuar = "S" OR continuar = "s"
                       MOVE SPACES TO GarantiaRecord
                       MOVE GT-Categoria(GAR-Sub) TO GA-Categoria
                       MOVE GT-Meses(GAR-Sub)     TO GA-Meses
                       SET GA-Baja TO TRUE
                       PERFORM GRABAR-GARANTIA-PERFORM
                       DISPLAY "CATEGORIA DADA DE BAJA"
                           LINE 8 POSITION 5
                   ELSE
                       DISPLAY "BAJA CANCELADA" LINE 8 POSITION 5
                   END-IF
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 10 POSITION 5
           ACCEPT continuar LINE 11 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    El usuario del registro es el operador verificado del
      *    ingreso, como en distrib_mant.cbl.
       GRABAR-GARANTIA-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GA-FechaCarga
           MOVE SGN-Usuario TO GA-Usuario
           OPEN EXTEND GarantiaFile
           IF GAR-Status = "35"
               OPEN OUTPUT GarantiaFile
           END-IF
           WRITE GarantiaRecord
           CLOSE GarantiaFile.

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

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "garproc.cpy".
       END PROGRAM GARANTIA-MANT.
