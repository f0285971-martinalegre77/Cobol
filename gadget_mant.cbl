      *   02/09/26 MA - Ingreso de operador contra Operadores.dat
      *                 (SIGNPROC.CPY, ver operador_mant.cbl): se
      *                 exige nivel 2 (mantenimiento).
      *   15/10/26 MA - Alta, modificacion y baja se rechazan si la
      *                 fecha del dia o la fecha de negocio caen en
      *                 un periodo cerrado (Periodos.dat, ver
      *                 gadget_periodo.cbl).
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-MANT.
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
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD PeriodoFile.
           COPY "periodo.cpy".
       WORKING-STORAGE SECTION.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-StockStatus    PIC XX.
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
      *    Bloqueo de periodos cerrados (PERIODO.CPY).
       COPY "perwork.cpy".
       77 WS-FechaNegStatus     PIC XX.
       77 WS-FechaNegocio       PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Mismo nombre logico que usa gadgetshop.cbl: primero la
      *    defecto en el directorio de corrida.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-MANT" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
       REGISTRO-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR NUEVO ARTICULO" LINE 2 POSITION 10
           PERFORM VERIFICAR-PERIODO-PERFORM
           DISPLAY "GadgetID: "           LINE 4  POSITION 10
           ACCEPT WS-GadgetID             LINE 4  POSITION 30
           DISPLAY "Nombre: "             LINE 6  POSITION 10
       MODIFICAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "MODIFICAR ARTICULO" LINE 2 POSITION 10
           PERFORM VERIFICAR-PERIODO-PERFORM
           DISPLAY "GadgetID a modificar: " LINE 4 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 4 POSITION 30
           DISPLAY "Sucursal: " LINE 5 POSITION 5
       ELIMINAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ELIMINAR ARTICULO" LINE 2 POSITION 10
           PERFORM VERIFICAR-PERIODO-PERFORM
           DISPLAY "GadgetID a eliminar: " LINE 4 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 4 POSITION 30
           DISPLAY "Sucursal: " LINE 5 POSITION 5
           WRITE KardexRecord
           CLOSE KardexFile.

      *    Alta, modificacion y baja cambian el stock y dejan su
      *    ajuste J en el kardex con la fecha del dia: si esa fecha
      *    o la fecha de negocio en curso (FechaNegocio.dat) cae en
      *    un periodo cerrado con gadget_periodo.cbl, la operacion
      *    no se admite y se vuelve al menu.
       VERIFICAR-PERIODO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PER-Fecha
           PERFORM PERIODO-CERRADO-PERFORM
           IF PER-Abierto
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaNegocio
               OPEN INPUT FechaNegFile
               IF WS-FechaNegStatus = "35"
                   CONTINUE
               ELSE
                   READ FechaNegFile
                       AT END CONTINUE
                       NOT AT END MOVE FN-Fecha TO WS-FechaNegocio
                   END-READ
                   CLOSE FechaNegFile
               END-IF
               MOVE WS-FechaNegocio TO PER-Fecha
               PERFORM PERIODO-CERRADO-PERFORM
           END-IF
           IF PER-Cerrado
               DISPLAY "EL PERIODO " PER-Periodo " ESTA CERRADO:"
                       " NO SE ADMITEN CAMBIOS DE STOCK"
                   LINE 16 POSITION 10
               DISPLAY "OPERACION CANCELADA" LINE 17 POSITION 10
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 18 POSITION 10
               ACCEPT continuar LINE 19 POSITION 10
               PERFORM MAIN-PROCEDURE
           END-IF.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       COPY "perproc.cpy".
       END PROGRAM GADGET-MANT.
