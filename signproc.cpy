      *****************************************************************
      *  SIGNPROC.CPY
      *  Parrafo comun de ingreso de operador contra Operadores.dat
      *  (OPERREC.CPY). Requiere SIGNWORK.CPY en WORKING-STORAGE, un
      *  FD OperFile con COPY "operrec.cpy" (SELECT a
      *  "Operadores.dat", LINE SEQUENTIAL, FILE STATUS SGN-Status)
      *  y un FD SignLogFile con COPY "signlog.cpy" (SELECT a
      *  "Ingresos.dat", LINE SEQUENTIAL, FILE STATUS SGN-LogStatus).
      *  Un usuario que no figura en el maestro, un operador
      *  suspendido o uno sin el nivel SGN-NivelMinimo terminan el
      *  programa; sin el maestro cargado el ingreso queda abierto
      *  con aviso (transicion) y nivel maximo, para poder dar de
      *  alta al primer operador con operador_mant.cbl. Todo
      *  ingreso, otorgado o rechazado, se graba en Ingresos.dat.
      *****************************************************************
       SIGNON-PERFORM.
           MOVE SPACES TO SGN-Motivo
           SET SGN-Otorgado TO TRUE
           OPEN INPUT OperFile
           IF SGN-Status = "35"
               DISPLAY "AVISO: maestro de operadores sin cargar,"
                       " ingreso sin control (operador_mant)"
               MOVE "(sin op)" TO SGN-Usuario
               MOVE 3 TO SGN-Nivel
               MOVE "SIN MAESTRO" TO SGN-Motivo
           ELSE
               DISPLAY "Usuario: " WITH NO ADVANCING
               ACCEPT SGN-Usuario
                       SET OperadorValido TO TRUE
                       MOVE OP-Nombre TO SGN-Nombre
                       MOVE OP-Nivel  TO SGN-Nivel
                       IF OP-Suspendido
                           MOVE "OPERADOR SUSPENDIDO" TO SGN-Motivo
                       END-IF
                   END-IF
                   READ OperFile
                       AT END SET EndOfOperFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperFile
               EVALUATE TRUE
                   WHEN NOT OperadorValido
                       MOVE "USUARIO INEXISTENTE" TO SGN-Motivo
                       DISPLAY "OPERADOR NO AUTORIZADO"
                   WHEN SGN-Motivo NOT = SPACES
                       DISPLAY "OPERADOR SUSPENDIDO, VER CON"
                               " ADMINISTRACION"
                   WHEN SGN-Nivel < SGN-NivelMinimo
                       MOVE "NIVEL INSUFICIENTE" TO SGN-Motivo
                       EVALUATE SGN-NivelMinimo
                           WHEN 2
                               DISPLAY "SE REQUIERE NIVEL 2"
                                       " (MANTENIMIENTO)"
                           WHEN OTHER
                               DISPLAY "SE REQUIERE NIVEL 3"
                                       " (ADMINISTRACION)"
                       END-EVALUATE
               END-EVALUATE
               IF SGN-Motivo NOT = SPACES
                   SET SGN-Rechazado TO TRUE
                   PERFORM SIGNLOG-PERFORM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM SIGNLOG-PERFORM.

       SIGNLOG-PERFORM.
           MOVE SPACES TO SignLogRecord
           MOVE SGN-Usuario  TO SL-Usuario
           MOVE SGN-Programa TO SL-Programa
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO SL-Hora
           MOVE SGN-Resultado TO SL-Resultado
           MOVE SGN-Motivo   TO SL-Motivo
           OPEN EXTEND SignLogFile
           IF SGN-LogStatus = "35"
               OPEN OUTPUT SignLogFile
           END-IF
           WRITE SignLogRecord
           CLOSE SignLogFile.
