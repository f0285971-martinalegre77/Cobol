      *          (Operadores.dat, layout comun OPERREC.CPY: usuario,
      *          nombre y nivel de permiso 1/2/3), con el mismo menu
      *          Registrar/Consulta/Modificar/Eliminar que
      *          gadget_prov.cbl. Hasta ahora cualquiera en cualquier
      *          terminal corria employee_maint.cbl, gadget_precios.cbl
      *          o param_mant.cbl, y el usuario de los parametros era
      *          texto libre: los programas interactivos pasan ahora por
      *          el ingreso de SIGNPROC.CPY y controlan el nivel por
      *          funcion. Este mantenimiento exige nivel 3; con el
      *          maestro todavia sin cargar, el ingreso queda abierto
      *          con aviso para dar de alta al primer operador. Cada
      *          operador queda atado a un legajo vigente de
      *          employee.dat (EmpSSN); la modificacion de un operador
      *          suspendido por el control nocturno operador_verif.cbl
      *          lo reactiva si el legajo vuelve a estar vigente.
      * Type: cbl
      *
      * Modification History:
      *   02/09/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - El operador lleva su legajo (EmpSSN), validado
      *                 contra employee.dat en el alta y la
      *                 modificacion, y su estado (activo o suspendido);
      *                 la consulta los muestra.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-MANT.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT OperTemp
           ASSIGN TO "Operadores.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-EmpFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD OperTemp.
       01 OperRecordTemp.
           03 TmpOpUsuario   PIC X(10).
           03 TmpOpNombre    PIC X(30).
           03 TmpOpNivel     PIC 9.
           03 TmpOpEmpSSN    PIC 9(9).
           03 TmpOpEstado    PIC X.
           03 TmpOpFecha     PIC 9(8).
           03 TmpOpMotivo    PIC X(20).
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
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           03 WS-OpUsuario      PIC X(10).
           03 WS-OpNombre       PIC X(30).
           03 WS-OpNivel        PIC 9.
           03 WS-OpEmpSSN       PIC 9(9).
           03 WS-OpEstado       PIC X.
           03 WS-OpFecha        PIC 9(8).
           03 WS-OpMotivo       PIC X(20).
       01 continuar             PIC X.
       77 WS-EmpFileStatus      PIC XX.
       77 WS-EstadoTexto        PIC X(10).
       01 WS-LegajoOk           PIC X VALUE "N".
           88 LegajoOk          VALUE "S".
       01 WS-BuscarUsuario      PIC X(10).
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "OPERADOR-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "MAESTRO DE OPERADORES"
               ACCEPT continuar LINE 15 POSITION 10
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "Legajo (EmpSSN): " LINE 10 POSITION 10
           ACCEPT WS-OpEmpSSN   LINE 10 POSITION 30
           PERFORM VALIDAR-LEGAJO-PERFORM
           IF NOT LegajoOk
               DISPLAY "ALTA CANCELADA" LINE 13 POSITION 10
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 14 POSITION 10
               ACCEPT continuar LINE 15 POSITION 10
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE "A" TO WS-OpEstado
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OpFecha
           MOVE SPACES TO WS-OpMotivo
           MOVE WS-OpUsuario TO WS-BuscarUsuario
           PERFORM BUSCAR-OPERADOR-PERFORM
           IF Encontrado
                   AT END SET EndOfOperFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfOperFile
                   IF OP-Suspendido
                       MOVE "SUSPENDIDO" TO WS-EstadoTexto
                   ELSE
                       MOVE "ACTIVO" TO WS-EstadoTexto
                   END-IF
                   DISPLAY OP-Usuario " | " OP-Nombre
                           " | Nivel " OP-Nivel
                           " | Legajo " OP-EmpSSN
                   DISPLAY "           " WS-EstadoTexto " desde "
                           OP-FechaEstado " " OP-Motivo
                   READ OperFile
                       AT END SET EndOfOperFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperFile
               CLOSE OperTemp
               EVALUATE TRUE
                   WHEN Encontrado AND LegajoOk
                       CALL "SYSTEM" USING
                           "mv Operadores.tmp Operadores.dat"
                       DISPLAY "OPERADOR MODIFICADO" LINE 19 POSITION 5
                   WHEN Encontrado
                       CALL "SYSTEM" USING "rm -f Operadores.tmp"
                       DISPLAY "MODIFICACION CANCELADA"
                           LINE 19 POSITION 5
                   WHEN OTHER
                       CALL "SYSTEM" USING "rm -f Operadores.tmp"
                       DISPLAY "NO SE ENCONTRO EL OPERADOR"
                           LINE 19 POSITION 5
               END-EVALUATE
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Los datos nuevos se aplican solo con nivel valido y con
      *    un legajo vigente; un operador suspendido que pasa el
      *    control queda reactivado.
       CAPTURAR-DATOS-OP-PERFORM.
           DISPLAY "Nuevos datos del operador" LINE 7 POSITION 5
           DISPLAY "Nombre: " LINE 8 POSITION 5
           ACCEPT WS-OpNombre LINE 8 POSITION 30
           DISPLAY "Nivel (1/2/3): " LINE 9 POSITION 5
           ACCEPT WS-OpNivel  LINE 9 POSITION 30
           DISPLAY "Legajo (EmpSSN): " LINE 10 POSITION 5
           ACCEPT WS-OpEmpSSN LINE 10 POSITION 30
           IF WS-OpNivel < 1 OR WS-OpNivel > 3
               DISPLAY "NIVEL INVALIDO" LINE 13 POSITION 5
               MOVE "N" TO WS-LegajoOk
           ELSE
               PERFORM VALIDAR-LEGAJO-PERFORM
           END-IF
           IF LegajoOk
               MOVE WS-OpNombre TO OP-Nombre
               MOVE WS-OpNivel  TO OP-Nivel
               MOVE WS-OpEmpSSN TO OP-EmpSSN
               IF NOT OP-Activo
                   SET OP-Activo TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO OP-FechaEstado
                   MOVE "REACTIVADO" TO OP-Motivo
               END-IF
           END-IF.

      *    El operador tiene que estar atado a un legajo existente y
      *    no desvinculado (el control nocturno operador_verif.cbl
      *    suspende a los que dejan de cumplirlo).
       VALIDAR-LEGAJO-PERFORM.
           MOVE "N" TO WS-LegajoOk
           OPEN INPUT EmployeeFile
           IF WS-EmpFileStatus NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR employee.dat"
                   LINE 12 POSITION 5
           ELSE
               MOVE WS-OpEmpSSN TO EmpSSN
               READ EmployeeFile
                   INVALID KEY
                       DISPLAY "NO EXISTE ESE LEGAJO"
                           LINE 12 POSITION 5
                   NOT INVALID KEY
                       IF EmpDesvinculado
                           DISPLAY "EL LEGAJO ESTA DADO DE BAJA"
                               LINE 12 POSITION 5
                       ELSE
                           SET LegajoOk TO TRUE
                       END-IF
               END-READ
               CLOSE EmployeeFile
           END-IF.

       ELIMINAR-PERFORM.
           CALL "SYSTEM" USING "cls"
