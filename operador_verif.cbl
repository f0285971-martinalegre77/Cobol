      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Control nocturno de operadores contra legajos. Cada
      *          operador activo de Operadores.dat (OPERREC.CPY) debe
      *          estar atado a un legajo de employee.dat que no este
      *          en estado T: al que se desvinculo en
      *          employee_maint.cbl, o cuyo legajo no existe, se lo
      *          suspende (OP-Estado S, fecha de negocio y motivo) y
      *          desde ese momento SIGNPROC.CPY le niega el ingreso.
      *          Los operadores que vienen de la conversion
      *          (operador_convert.cbl) sin legajo cargado tienen
      *          OPER_GRACIA dias (15 por defecto) desde la
      *          conversion para que administracion les cargue el
      *          legajo; se informan todas las noches y despues se
      *          suspenden. Cada suspension queda en el journal; el
      *          maestro se resguarda antes de reescribirlo. Codigo 4
      *          si se suspendio a alguien, 8 si no se puede
      *          controlar (sin employee.dat no se suspende a nadie).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El journal identifica el archivo como
      *                 Operadores.dat, con la extension.
      *   15/10/26 MA - OPER_GRACIA se acepta sin ceros a la izquierda
      *                 (5 igual que 005).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-VERIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OperStatus.
           SELECT OperTemp
           ASSIGN TO "Operadores.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-EmpFileStatus.
           SELECT JournalFile
           ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-Status.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
           COPY "operrec.cpy".
       FD OperTemp.
       01 OperRecordTemp    PIC X(79).
       FD EmployeeFile.
       01 EmployeeDetails.
           02 EmpSSN             PIC 9(9).
           02 EmpName.
               03 EmpSurname     PIC X(15).
               03 EmpForname     PIC X(10).
           02 EmpDateOfBirth     PIC 9(8).
           02 EmpGender          PIC X.
           02 EmpHireDate        PIC 9(8).
           02 EmpStatus          PIC X.
               88 EmpDesvinculado VALUE "T".
           02 EmpSepDate         PIC 9(8).
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       77 WS-OperStatus     PIC XX.
       77 WS-EmpFileStatus  PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       77 WS-GraciaX        PIC X(3) VALUE SPACES.
       77 WS-Gracia         PIC 9(3) VALUE 15.
       01 WS-GraciaOk       PIC X VALUE "S".
           88 GraciaValida  VALUE "S".
       77 WS-FinGracia      PIC 9(8).
       77 WS-Motivo         PIC X(20).
       77 WS-CantOperadores PIC 9(4) VALUE ZERO.
       77 WS-CantVigentes   PIC 9(4) VALUE ZERO.
       77 WS-CantSuspendidos PIC 9(4) VALUE ZERO.
       77 WS-CantYaSusp     PIC 9(4) VALUE ZERO.
       77 WS-CantGracia     PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
      *    OPER_GRACIA puede venir sin ceros a la izquierda ("5",
      *    "30"); un valor negativo o con decimales es invalido.
           ACCEPT WS-GraciaX FROM ENVIRONMENT "OPER_GRACIA"
           IF WS-GraciaX NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-GraciaX) NOT = ZERO
                   MOVE "N" TO WS-GraciaOk
               ELSE
                   COMPUTE WS-Gracia = FUNCTION NUMVAL(WS-GraciaX)
                   IF WS-Gracia NOT = FUNCTION NUMVAL(WS-GraciaX)
                       MOVE "N" TO WS-GraciaOk
                   END-IF
               END-IF
           END-IF
           IF NOT GraciaValida
               DISPLAY "ERROR: OPER_GRACIA invalido (999): "
                       WS-GraciaX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OperFile
           IF WS-OperStatus = "35"
               DISPLAY "MAESTRO DE OPERADORES SIN CARGAR, NADA QUE"
                       " CONTROLAR"
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF WS-EmpFileStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir employee.dat (status "
                       WS-EmpFileStatus "), no se suspende a nadie"
               CLOSE OperFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OperTemp
           MOVE "VERIF-OPER" TO JRN-Operador
           MOVE "Operadores.dat" TO JRN-Archivo
           DISPLAY "CONTROL DE OPERADORES CONTRA LEGAJOS - "
                   WS-FechaHoy
           DISPLAY WS-LINE
           READ OperFile
               AT END SET EndOfOperFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperFile
               ADD 1 TO WS-CantOperadores
               PERFORM CONTROLAR-OPERADOR-PERFORM
               WRITE OperRecordTemp FROM OperRecord
               READ OperFile
                   AT END SET EndOfOperFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperFile
           CLOSE OperTemp
           CLOSE EmployeeFile
           IF WS-CantSuspendidos > ZERO
               MOVE "Operadores.dat" TO BKP-Archivo
               PERFORM GEN-BACKUP-PERFORM
               CALL "SYSTEM" USING "mv Operadores.tmp Operadores.dat"
           ELSE
               CALL "SYSTEM" USING "rm -f Operadores.tmp"
           END-IF
           DISPLAY WS-LINE
           DISPLAY "Operadores..............: " WS-CantOperadores
           DISPLAY "  Con legajo vigente....: " WS-CantVigentes
           DISPLAY "  Suspendidos hoy.......: " WS-CantSuspendidos
           DISPLAY "  Ya suspendidos........: " WS-CantYaSusp
           DISPLAY "  Sin legajo, en gracia.: " WS-CantGracia
           IF WS-CantSuspendidos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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

       CONTROLAR-OPERADOR-PERFORM.
           MOVE SPACES TO WS-Motivo
           IF OP-Suspendido
               ADD 1 TO WS-CantYaSusp
           ELSE
               IF OP-EmpSSN NOT NUMERIC OR OP-EmpSSN = ZERO
                   MOVE "SIN LEGAJO" TO WS-Motivo
               ELSE
                   MOVE OP-EmpSSN TO EmpSSN
                   READ EmployeeFile
                       INVALID KEY
                           MOVE "SIN LEGAJO" TO WS-Motivo
                       NOT INVALID KEY
                           IF EmpDesvinculado
                               MOVE "LEGAJO DADO DE BAJA"
                                   TO WS-Motivo
                           END-IF
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-Motivo = SPACES
                       ADD 1 TO WS-CantVigentes
                   WHEN WS-Motivo = "SIN LEGAJO"
                       AND OP-Motivo = "CONVERSION"
                       AND OP-FechaEstado NUMERIC
                       AND OP-FechaEstado > ZERO
                       PERFORM CONTROLAR-GRACIA-PERFORM
                   WHEN OTHER
                       PERFORM SUSPENDER-PERFORM
               END-EVALUATE
           END-IF.

       CONTROLAR-GRACIA-PERFORM.
           COMPUTE WS-FinGracia = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(OP-FechaEstado) + WS-Gracia)
           IF WS-FechaHoy < WS-FinGracia
               ADD 1 TO WS-CantGracia
               DISPLAY "SIN LEGAJO " OP-Usuario " " OP-Nombre
                       " - se suspende el " WS-FinGracia
           ELSE
               PERFORM SUSPENDER-PERFORM
           END-IF.

       SUSPENDER-PERFORM.
           MOVE OperRecord TO JRN-Antes
           SET OP-Suspendido TO TRUE
           MOVE WS-FechaHoy TO OP-FechaEstado
           MOVE WS-Motivo   TO OP-Motivo
           MOVE OperRecord  TO JRN-Despues
           MOVE OP-Usuario  TO JRN-Clave
           MOVE "M"         TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM
           ADD 1 TO WS-CantSuspendidos
           DISPLAY "SUSPENDIDO " OP-Usuario " " OP-Nombre " legajo "
                   OP-EmpSSN " - " WS-Motivo.

       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       END PROGRAM OPERADOR-VERIF.
