      *   02/09/26 MA - Ingreso de operador contra Operadores.dat
      *                 (SIGNPROC.CPY, ver operador_mant.cbl): se
      *                 exige nivel 3 (administracion).
      *   15/10/26 MA - No se acepta una fecha de negocio de un
      *                 periodo cerrado (Periodos.dat, PERPROC.CPY).
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-NEGOCIO.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
       DATA DIVISION.
       FILE SECTION.
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD PeriodoFile.
           COPY "periodo.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "perwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-FechaNegStatus PIC XX.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "FECHA-NEGOCIO" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "FECHA DE NEGOCIO DEL PROCESO"  LINE 2 POSITION 10

      *    Un retroceso de fecha (reproceso de un dia anterior) se
      *    acepta solo con confirmacion expresa: lo normal es
      *    avanzar un dia por corrida. Tampoco se acepta una fecha
      *    de un mes ya cerrado (gadget_periodo.cbl).
       CAMBIAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM LEER-FECHA-PERFORM
           MOVE WS-FechaNueva(5:2) TO WS-FechaMes
           MOVE WS-FechaNueva(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           IF FechaOk
               MOVE WS-FechaNueva TO PER-Fecha
               PERFORM PERIODO-CERRADO-PERFORM
           END-IF
           IF NOT FechaOk
               DISPLAY "FECHA INVALIDA, CAMBIO CANCELADO"
                   LINE 8 POSITION 5
           END-IF
           IF FechaOk AND PER-Cerrado
               DISPLAY "EL PERIODO " PER-Periodo " ESTA CERRADO,"
                       " CAMBIO CANCELADO" LINE 8 POSITION 5
           END-IF
           IF FechaOk AND PER-Abierto
               MOVE "S" TO WS-Confirma
               IF WS-FechaNueva < WS-FechaActual
                   DISPLAY "LA FECHA RETROCEDE (reproceso?),"
           CALL "SYSTEM" USING "cls"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "perproc.cpy".
       END PROGRAM FECHA-NEGOCIO.
