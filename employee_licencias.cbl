      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Carga de licencias del personal en Licencias.dat
      *          (LICENCIA.CPY), indexado por EmpSSN + fecha de
      *          inicio: vacaciones, enfermedad, examen y sin goce de
      *          haberes, con fechas desde/hasta. Reemplaza las
      *          fichas en papel de personal. El legajo tiene que
      *          existir en employee.dat, la licencia no puede
      *          empezar antes del ingreso ni terminar despues del
      *          egreso, y no puede superponerse con otra licencia
      *          del mismo empleado. Registrar y consultar piden
      *          nivel 2, como employee_maint.cbl; anular una
      *          licencia, nivel 3. Cada alta y anulacion queda en
      *          Journal.dat. El saldo de vacaciones lo calcula
      *          employee_vacaciones.cbl y el cuadro semanal de
      *          ausentes sale de employee_ausencias.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-LICENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LicenciaFile ASSIGN TO "Licencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-Clave
           FILE STATUS IS WS-LicStatus.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-FileStatus.
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
       FD LicenciaFile.
           COPY "licencia.cpy".
       FD EmployeeFile.
       01 EmployeeDetails.
           02 EmpSSN             PIC 9(9).
           02 EmpName.
               03 EmpSurname     PIC X(15).
               03 EmpForname     PIC X(10).
             02 EmpDateOfBirth.
                 03 EmpYOB       PIC 9(4).
                 03 EmpMOB       PIC 9(2).
                 03 EmpDOB       PIC 9(2).
             02 EmpGender        PIC X.
             02 EmpHireDate.
                 03 EmpHireYOB   PIC 9(4).
                 03 EmpHireMOB   PIC 9(2).
                 03 EmpHireDOB   PIC 9(2).
             02 EmpStatus        PIC X.
                 88 EmpActivo       VALUE "A".
                 88 EmpDesvinculado VALUE "T".
             02 EmpSepDate.
                 03 EmpSepYOB    PIC 9(4).
                 03 EmpSepMOB    PIC 9(2).
                 03 EmpSepDOB    PIC 9(2).
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       77 WS-LicStatus          PIC XX.
       77 WS-FileStatus         PIC XX.
       01 tarea PIC X.
           88 registrar         VALUE "1".
           88 consulta          VALUE "2".
           88 anular            VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       01 WS-Licencia.
           03 WS-LvSSN          PIC 9(9).
           03 WS-LvDesde        PIC 9(8).
           03 WS-LvHasta        PIC 9(8).
           03 WS-LvTipo         PIC X.
           03 WS-LvNota         PIC X(30).
       77 WS-LvDias             PIC 9(3).
       01 WS-LicenciaOk         PIC X VALUE "N".
           88 LicenciaOk        VALUE "S".
       01 WS-LegajoOk           PIC X VALUE "N".
           88 LegajoOk          VALUE "S".
       01 WS-FinLicencias       PIC X VALUE "N".
           88 FinLicencias      VALUE "S".
       77 WS-Mensaje            PIC X(50).
       77 WS-IngresoNum         PIC 9(8).
       77 WS-EgresoNum          PIC 9(8).
       77 WS-CantListadas       PIC 9(4).
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
       COPY "signwork.cpy".
       01 WS-Inicializado       PIC X VALUE "N".
           88 Inicializado      VALUE "S".
       COPY "jrnlwork.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "EMPLOYEE-LICENC" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "LICENCIAS DEL PERSONAL"       LINE 2 POSITION 10
           DISPLAY "1 - Registrar Licencia"       LINE 4 POSITION 10
           DISPLAY "2 - Consulta por Legajo"      LINE 5 POSITION 10
           DISPLAY "3 - Anular Licencia"          LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"        LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN registrar     PERFORM REGISTRAR-PERFORM
               WHEN consulta      PERFORM CONSULTA-PERFORM
               WHEN anular        PERFORM ANULAR-PERFORM
               WHEN salir         PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

       REGISTRAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR LICENCIA" LINE 2 POSITION 10
           DISPLAY "EmpSSN: "           LINE 4 POSITION 5
           ACCEPT WS-LvSSN              LINE 4 POSITION 30
           PERFORM LEER-LEGAJO-PERFORM
           IF NOT LegajoOk
               DISPLAY WS-Mensaje LINE 19 POSITION 5
           ELSE
               DISPLAY "Empleado...: "  LINE 5 POSITION 5
               DISPLAY EmpForname       LINE 5 POSITION 20
               DISPLAY EmpSurname       LINE 5 POSITION 31
               DISPLAY "Tipo (V vacaciones / E enfermedad /"
                   LINE 7 POSITION 5
               DISPLAY "      X examen / S sin goce): "
                   LINE 8 POSITION 5
               ACCEPT WS-LvTipo         LINE 8 POSITION 36
               IF WS-LvTipo = "v" MOVE "V" TO WS-LvTipo
               END-IF
               IF WS-LvTipo = "e" MOVE "E" TO WS-LvTipo
               END-IF
               IF WS-LvTipo = "x" MOVE "X" TO WS-LvTipo
               END-IF
               IF WS-LvTipo = "s" MOVE "S" TO WS-LvTipo
               END-IF
               DISPLAY "Desde (AAAAMMDD): " LINE 10 POSITION 5
               ACCEPT WS-LvDesde        LINE 10 POSITION 30
               DISPLAY "Hasta (AAAAMMDD): " LINE 11 POSITION 5
               ACCEPT WS-LvHasta        LINE 11 POSITION 30
               DISPLAY "Nota: "         LINE 12 POSITION 5
               ACCEPT WS-LvNota         LINE 12 POSITION 30
               PERFORM VALIDAR-LICENCIA-PERFORM
               IF NOT LicenciaOk
                   DISPLAY WS-Mensaje LINE 18 POSITION 5
                   DISPLAY "LICENCIA NO REGISTRADA" LINE 19 POSITION 5
               ELSE
                   PERFORM GRABAR-LICENCIA-PERFORM
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

       GRABAR-LICENCIA-PERFORM.
           OPEN I-O LicenciaFile
           IF WS-LicStatus = "35"
               OPEN OUTPUT LicenciaFile
           END-IF
           MOVE WS-LvSSN    TO LV-SSN
           MOVE WS-LvDesde  TO LV-Desde
           MOVE WS-LvHasta  TO LV-Hasta
           MOVE WS-LvTipo   TO LV-Tipo
           MOVE WS-LvDias   TO LV-Dias
           MOVE WS-LvNota   TO LV-Nota
           MOVE FUNCTION CURRENT-DATE(1:8) TO LV-FechaCarga
           MOVE SGN-Usuario TO LV-Usuario
           WRITE LicenciaRecord
               INVALID KEY
                   DISPLAY "YA HAY UNA LICENCIA DESDE ESA FECHA"
                       LINE 19 POSITION 5
               NOT INVALID KEY
                   MOVE "Licencias.dat" TO JRN-Archivo
                   MOVE LV-Clave TO JRN-Clave
                   MOVE SPACES TO JRN-Antes
                   MOVE LicenciaRecord TO JRN-Despues
                   MOVE "A" TO JRN-Operacion
                   PERFORM GRABAR-JOURNAL-PERFORM
                   DISPLAY "LICENCIA REGISTRADA: " LINE 19 POSITION 5
                   DISPLAY WS-LvDias LINE 19 POSITION 26
                   DISPLAY " dias corridos" LINE 19 POSITION 29
           END-WRITE
           CLOSE LicenciaFile.

       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "LICENCIAS DE UN LEGAJO" LINE 2 POSITION 10
           DISPLAY "EmpSSN: " LINE 4 POSITION 5
           ACCEPT WS-LvSSN LINE 4 POSITION 30
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantListadas
           OPEN INPUT LicenciaFile
           IF WS-LicStatus = "35"
               DISPLAY "NO HAY LICENCIAS REGISTRADAS"
           ELSE
               DISPLAY "LICENCIAS DEL LEGAJO " WS-LvSSN
               DISPLAY "Desde    Hasta    T Dias Nota"
               PERFORM POSICIONAR-LEGAJO-PERFORM
               PERFORM UNTIL FinLicencias
                   DISPLAY LV-Desde " " LV-Hasta " " LV-Tipo " "
                           LV-Dias "  " LV-Nota
                   ADD 1 TO WS-CantListadas
                   PERFORM SIGUIENTE-LICENCIA-PERFORM
               END-PERFORM
               CLOSE LicenciaFile
               IF WS-CantListadas = ZERO
                   DISPLAY "SIN LICENCIAS PARA ESE LEGAJO"
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    Anular borra la licencia cargada por error (queda su
      *    imagen en el journal); requiere administracion.
       ANULAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           IF SGN-Nivel < 3
               DISPLAY "SE REQUIERE NIVEL 3 (ADMINISTRACION)"
                   LINE 2 POSITION 10
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 4 POSITION 10
               ACCEPT continuar LINE 5 POSITION 10
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "ANULAR LICENCIA" LINE 2 POSITION 10
           DISPLAY "EmpSSN: "           LINE 4 POSITION 5
           ACCEPT WS-LvSSN              LINE 4 POSITION 30
           DISPLAY "Desde (AAAAMMDD): " LINE 5 POSITION 5
           ACCEPT WS-LvDesde            LINE 5 POSITION 30
           OPEN I-O LicenciaFile
           IF WS-LicStatus = "35"
               DISPLAY "NO HAY LICENCIAS REGISTRADAS"
                   LINE 19 POSITION 5
           ELSE
               MOVE WS-LvSSN   TO LV-SSN
               MOVE WS-LvDesde TO LV-Desde
               READ LicenciaFile
                   INVALID KEY
                       DISPLAY "NO HAY LICENCIA CON ESA CLAVE"
                           LINE 19 POSITION 5
                   NOT INVALID KEY
                       DISPLAY "Hasta......: " LINE 7 POSITION 5
                       DISPLAY LV-Hasta        LINE 7 POSITION 20
                       DISPLAY "Tipo.......: " LINE 8 POSITION 5
                       DISPLAY LV-Tipo         LINE 8 POSITION 20
                       DISPLAY "Dias.......: " LINE 9 POSITION 5
                       DISPLAY LV-Dias         LINE 9 POSITION 20
                       DISPLAY "Nota.......: " LINE 10 POSITION 5
                       DISPLAY LV-Nota         LINE 10 POSITION 20
                       DISPLAY "Confirma la anulacion (S/N)? "
                           LINE 13 POSITION 5
                       ACCEPT WS-Confirma LINE 13 POSITION 36
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           MOVE "Licencias.dat" TO JRN-Archivo
                           MOVE LV-Clave TO JRN-Clave
                           MOVE LicenciaRecord TO JRN-Antes
                           MOVE SPACES TO JRN-Despues
                           DELETE LicenciaFile RECORD
                           MOVE "B" TO JRN-Operacion
                           PERFORM GRABAR-JOURNAL-PERFORM
                           DISPLAY "LICENCIA ANULADA"
                               LINE 19 POSITION 5
                       ELSE
                           DISPLAY "ANULACION CANCELADA"
                               LINE 19 POSITION 5
                       END-IF
               END-READ
               CLOSE LicenciaFile
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

       LEER-LEGAJO-PERFORM.
           MOVE "N" TO WS-LegajoOk
           OPEN INPUT EmployeeFile
           IF WS-FileStatus = "35"
               MOVE "NO HAY LEGAJOS REGISTRADOS" TO WS-Mensaje
           ELSE
               MOVE WS-LvSSN TO EmpSSN
               READ EmployeeFile
                   INVALID KEY
                       MOVE "NO EXISTE UN LEGAJO CON ESE SSN"
                           TO WS-Mensaje
                   NOT INVALID KEY
                       SET LegajoOk TO TRUE
               END-READ
               CLOSE EmployeeFile
           END-IF.

      *    Tipo, fechas validas, hasta no anterior a desde, dentro
      *    del periodo de servicio del legajo (ingreso en ceros =
      *    sin dato, no se controla) y sin superposicion con otra
      *    licencia del mismo empleado.
       VALIDAR-LICENCIA-PERFORM.
           MOVE "N" TO WS-LicenciaOk
           MOVE EmpHireDate TO WS-IngresoNum
           MOVE ZERO TO WS-EgresoNum
           IF EmpDesvinculado
               MOVE EmpSepDate TO WS-EgresoNum
           END-IF
           MOVE WS-LvDesde(1:4) TO WS-FechaAnio
           MOVE WS-LvDesde(5:2) TO WS-FechaMes
           MOVE WS-LvDesde(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           IF FechaOk
               MOVE WS-LvHasta(1:4) TO WS-FechaAnio
               MOVE WS-LvHasta(5:2) TO WS-FechaMes
               MOVE WS-LvHasta(7:2) TO WS-FechaDia
               PERFORM VALIDAR-FECHA-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-LvTipo NOT = "V" AND WS-LvTipo NOT = "E"
                   AND WS-LvTipo NOT = "X" AND WS-LvTipo NOT = "S"
                   MOVE "TIPO DE LICENCIA INVALIDO (V/E/X/S)"
                       TO WS-Mensaje
               WHEN NOT FechaOk
                   MOVE "FECHA INVALIDA" TO WS-Mensaje
               WHEN WS-LvHasta < WS-LvDesde
                   MOVE "HASTA ES ANTERIOR A DESDE" TO WS-Mensaje
               WHEN WS-LvDesde < WS-IngresoNum
                   MOVE "LA LICENCIA EMPIEZA ANTES DEL INGRESO"
                       TO WS-Mensaje
               WHEN WS-EgresoNum NOT = ZERO
                   AND WS-LvHasta > WS-EgresoNum
                   MOVE "LA LICENCIA TERMINA DESPUES DEL EGRESO"
                       TO WS-Mensaje
               WHEN OTHER
                   COMPUTE WS-LvDias =
                       FUNCTION INTEGER-OF-DATE(WS-LvHasta)
                       - FUNCTION INTEGER-OF-DATE(WS-LvDesde) + 1
                   SET LicenciaOk TO TRUE
                   PERFORM CONTROLAR-SUPERPOSICION-PERFORM
           END-EVALUATE.

       CONTROLAR-SUPERPOSICION-PERFORM.
           OPEN INPUT LicenciaFile
           IF WS-LicStatus = "35"
               CONTINUE
           ELSE
               PERFORM POSICIONAR-LEGAJO-PERFORM
               PERFORM UNTIL FinLicencias
                   IF LV-Desde <= WS-LvHasta
                       AND LV-Hasta >= WS-LvDesde
                       MOVE "N" TO WS-LicenciaOk
                       MOVE SPACES TO WS-Mensaje
                       STRING "SE SUPERPONE CON LA LICENCIA "
                              LV-Desde "-" LV-Hasta
                           DELIMITED BY SIZE INTO WS-Mensaje
                       SET FinLicencias TO TRUE
                   ELSE
                       PERFORM SIGUIENTE-LICENCIA-PERFORM
                   END-IF
               END-PERFORM
               CLOSE LicenciaFile
           END-IF.

      *    Deja leida la primera licencia de WS-LvSSN (o FinLicencias
      *    si no tiene); SIGUIENTE-LICENCIA-PERFORM avanza y corta al
      *    cambiar de legajo.
       POSICIONAR-LEGAJO-PERFORM.
           MOVE "N" TO WS-FinLicencias
           MOVE WS-LvSSN TO LV-SSN
           MOVE ZERO     TO LV-Desde
           START LicenciaFile KEY IS NOT LESS THAN LV-Clave
               INVALID KEY SET FinLicencias TO TRUE
           END-START
           IF NOT FinLicencias
               PERFORM SIGUIENTE-LICENCIA-PERFORM
           END-IF.

       SIGUIENTE-LICENCIA-PERFORM.
           READ LicenciaFile NEXT RECORD
               AT END SET FinLicencias TO TRUE
           END-READ
           IF NOT FinLicencias AND LV-SSN NOT = WS-LvSSN
               SET FinLicencias TO TRUE
           END-IF.

      *    Misma validacion de fecha que employee_maint.cbl.
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
       COPY "jrnlproc.cpy".
       END PROGRAM EMPLOYEE-LICENCIAS.
