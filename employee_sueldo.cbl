      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento del maestro de sueldos Sueldos.dat
      *          (SUELDOREC.CPY), indexado por el mismo EmpSSN del
      *          legajo: basico mensual, categoria y CBU para la
      *          transferencia. Alta, consulta, modificacion y baja,
      *          solo con nivel 3 (administracion): el sueldo no lo
      *          toca el mostrador. El alta exige que el legajo
      *          exista en employee.dat. Cada cambio deja su imagen
      *          en Journal.dat y antes del primero de la sesion se
      *          guarda una generacion de Sueldos.dat, como en
      *          employee_maint.cbl. La liquidacion mensual es
      *          employee_liquidacion.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SUELDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SueldoFile ASSIGN TO "Sueldos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SSN
           FILE STATUS IS WS-SueldoStatus.
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
       FD SueldoFile.
           COPY "sueldorec.cpy".
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
       77 WS-SueldoStatus       PIC XX.
       77 WS-FileStatus         PIC XX.
       01 tarea PIC X.
           88 alta              VALUE "1".
           88 consulta          VALUE "2".
           88 modificacion      VALUE "3".
           88 baja              VALUE "4".
           88 salir             VALUE "5".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       01 WS-BuscarSSN          PIC 9(9).
       01 WS-Sueldo.
           03 WS-SuSSN          PIC 9(9).
           03 WS-BasicoX        PIC X(9).
           03 WS-Basico REDEFINES WS-BasicoX PIC 9(7)V99.
           03 WS-Categoria      PIC X(15).
           03 WS-CBU            PIC X(22).
       01 WS-SueldoOk           PIC X VALUE "N".
           88 SueldoOk          VALUE "S".
       01 WS-LegajoOk           PIC X VALUE "N".
           88 LegajoOk          VALUE "S".
       77 WS-BasicoEdit         PIC Z.ZZZ.ZZ9,99.
       77 WS-Mensaje            PIC X(40).
       COPY "signwork.cpy".
       01 WS-Inicializado       PIC X VALUE "N".
           88 Inicializado      VALUE "S".
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "EMPLOYEE-SUELDO" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "MAESTRO DE SUELDOS"           LINE 2 POSITION 10
           DISPLAY "1 - Alta de Sueldo"           LINE 4 POSITION 10
           DISPLAY "2 - Consulta de Sueldo"       LINE 5 POSITION 10
           DISPLAY "3 - Modificacion de Sueldo"   LINE 6 POSITION 10
           DISPLAY "4 - Baja de Sueldo"           LINE 7 POSITION 10
           DISPLAY "5 - Salir del Sistema"        LINE 8 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 10 POSITION 10
           ACCEPT tarea LINE 10 POSITION 52.
           EVALUATE TRUE
               WHEN alta          PERFORM ALTA-PERFORM
               WHEN consulta      PERFORM CONSULTA-PERFORM
               WHEN modificacion  PERFORM MODIFICACION-PERFORM
               WHEN baja          PERFORM BAJA-PERFORM
               WHEN salir         PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 12 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 13 POSITION 10
                   ACCEPT continuar LINE 14 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

       ALTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ALTA DE SUELDO" LINE 2 POSITION 10
           DISPLAY "EmpSSN: "       LINE 4  POSITION 5
           ACCEPT WS-SuSSN          LINE 4  POSITION 30
      *    Sin legajo no hay sueldo: la liquidacion recorre
      *    employee.dat y busca aca.
           PERFORM LEER-LEGAJO-PERFORM
           IF NOT LegajoOk
               DISPLAY WS-Mensaje LINE 19 POSITION 5
           ELSE
               DISPLAY "Empleado...: "  LINE 6 POSITION 5
               DISPLAY EmpForname       LINE 6 POSITION 20
               DISPLAY EmpSurname       LINE 6 POSITION 31
               PERFORM CAPTURAR-SUELDO-PERFORM
               PERFORM VALIDAR-SUELDO-PERFORM
               IF NOT SueldoOk
                   DISPLAY WS-Mensaje LINE 18 POSITION 5
                   DISPLAY "ALTA CANCELADA" LINE 19 POSITION 5
               ELSE
                   OPEN I-O SueldoFile
                   IF WS-SueldoStatus = "35"
                       OPEN OUTPUT SueldoFile
                   END-IF
                   MOVE WS-SuSSN     TO SU-SSN
                   MOVE WS-Basico    TO SU-Basico
                   MOVE WS-Categoria TO SU-Categoria
                   MOVE WS-CBU       TO SU-CBU
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SU-FechaCarga
                   MOVE SGN-Usuario  TO SU-Usuario
                   WRITE SueldoRecord
                       INVALID KEY
                           DISPLAY "YA EXISTE EL SUELDO DE ESE SSN"
                               LINE 19 POSITION 5
                       NOT INVALID KEY
                           MOVE "Sueldos.dat" TO JRN-Archivo
                           MOVE SU-SSN TO JRN-Clave
                           MOVE SPACES TO JRN-Antes
                           MOVE SueldoRecord TO JRN-Despues
                           MOVE "A" TO JRN-Operacion
                           PERFORM GRABAR-JOURNAL-PERFORM
                           DISPLAY "SUELDO DADO DE ALTA"
                               LINE 19 POSITION 5
                   END-WRITE
                   CLOSE SueldoFile
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "CONSULTA DE SUELDO" LINE 2 POSITION 10
           DISPLAY "EmpSSN: " LINE 4 POSITION 5
           ACCEPT WS-BuscarSSN LINE 4 POSITION 30
           OPEN INPUT SueldoFile
           IF WS-SueldoStatus = "35"
               DISPLAY "NO HAY SUELDOS REGISTRADOS" LINE 6 POSITION 5
           ELSE
               MOVE WS-BuscarSSN TO SU-SSN
               READ SueldoFile
                   INVALID KEY
                       DISPLAY "NO HAY SUELDO CARGADO PARA ESE SSN"
                           LINE 6 POSITION 5
                   NOT INVALID KEY
                       PERFORM MOSTRAR-SUELDO-PERFORM
               END-READ
               CLOSE SueldoFile
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

       MODIFICACION-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "MODIFICACION DE SUELDO" LINE 2 POSITION 10
           DISPLAY "EmpSSN a modificar: " LINE 4 POSITION 5
           ACCEPT WS-BuscarSSN LINE 4 POSITION 30
           MOVE "Sueldos.dat" TO BKP-Archivo
           PERFORM GEN-BACKUP-PERFORM
           OPEN I-O SueldoFile
           IF WS-SueldoStatus = "35"
               DISPLAY "NO HAY SUELDOS REGISTRADOS"
                   LINE 19 POSITION 5
           ELSE
               MOVE WS-BuscarSSN TO SU-SSN
               READ SueldoFile
                   INVALID KEY
                       DISPLAY "NO HAY SUELDO CARGADO PARA ESE SSN"
                           LINE 19 POSITION 5
                   NOT INVALID KEY
                       PERFORM MOSTRAR-SUELDO-PERFORM
                       MOVE "Sueldos.dat" TO JRN-Archivo
                       MOVE SU-SSN TO JRN-Clave
                       MOVE SueldoRecord TO JRN-Antes
                       MOVE WS-BuscarSSN TO WS-SuSSN
                       PERFORM CAPTURAR-SUELDO-PERFORM
                       PERFORM VALIDAR-SUELDO-PERFORM
                       IF SueldoOk
                           MOVE WS-Basico    TO SU-Basico
                           MOVE WS-Categoria TO SU-Categoria
                           MOVE WS-CBU       TO SU-CBU
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO SU-FechaCarga
                           MOVE SGN-Usuario  TO SU-Usuario
                           REWRITE SueldoRecord
                           MOVE SueldoRecord TO JRN-Despues
                           MOVE "M" TO JRN-Operacion
                           PERFORM GRABAR-JOURNAL-PERFORM
                           DISPLAY "SUELDO MODIFICADO"
                               LINE 19 POSITION 5
                       ELSE
                           DISPLAY WS-Mensaje LINE 18 POSITION 5
                           DISPLAY "MODIFICACION CANCELADA"
                               LINE 19 POSITION 5
                       END-IF
               END-READ
               CLOSE SueldoFile
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    La baja es para un sueldo cargado por error; el que se va
      *    se desvincula en el legajo y la liquidacion deja de
      *    pagarlo sola despues del mes de egreso.
       BAJA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "BAJA DE SUELDO" LINE 2 POSITION 10
           DISPLAY "EmpSSN a dar de baja: " LINE 4 POSITION 5
           ACCEPT WS-BuscarSSN LINE 4 POSITION 30
           MOVE "Sueldos.dat" TO BKP-Archivo
           PERFORM GEN-BACKUP-PERFORM
           OPEN I-O SueldoFile
           IF WS-SueldoStatus = "35"
               DISPLAY "NO HAY SUELDOS REGISTRADOS"
                   LINE 19 POSITION 5
           ELSE
               MOVE WS-BuscarSSN TO SU-SSN
               READ SueldoFile
                   INVALID KEY
                       DISPLAY "NO HAY SUELDO CARGADO PARA ESE SSN"
                           LINE 19 POSITION 5
                   NOT INVALID KEY
                       PERFORM MOSTRAR-SUELDO-PERFORM
                       DISPLAY "Confirma la baja (S/N)? "
                           LINE 13 POSITION 5
                       ACCEPT WS-Confirma LINE 13 POSITION 32
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           MOVE "Sueldos.dat" TO JRN-Archivo
                           MOVE SU-SSN TO JRN-Clave
                           MOVE SueldoRecord TO JRN-Antes
                           MOVE SPACES TO JRN-Despues
                           DELETE SueldoFile RECORD
                           MOVE "B" TO JRN-Operacion
                           PERFORM GRABAR-JOURNAL-PERFORM
                           DISPLAY "SUELDO DADO DE BAJA"
                               LINE 19 POSITION 5
                       ELSE
                           DISPLAY "BAJA CANCELADA"
                               LINE 19 POSITION 5
                       END-IF
               END-READ
               CLOSE SueldoFile
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 20 POSITION 5
           ACCEPT continuar LINE 21 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Busca WS-SuSSN en employee.dat; sin legajo, o con el
      *    legajo desvinculado, no se da de alta el sueldo.
       LEER-LEGAJO-PERFORM.
           MOVE "N" TO WS-LegajoOk
           OPEN INPUT EmployeeFile
           IF WS-FileStatus = "35"
               MOVE "NO HAY LEGAJOS REGISTRADOS" TO WS-Mensaje
           ELSE
               MOVE WS-SuSSN TO EmpSSN
               READ EmployeeFile
                   INVALID KEY
                       MOVE "NO EXISTE UN LEGAJO CON ESE SSN"
                           TO WS-Mensaje
                   NOT INVALID KEY
                       IF EmpDesvinculado
                           MOVE "EL LEGAJO ESTA DESVINCULADO"
                               TO WS-Mensaje
                       ELSE
                           SET LegajoOk TO TRUE
                       END-IF
               END-READ
               CLOSE EmployeeFile
           END-IF.

       MOSTRAR-SUELDO-PERFORM.
           MOVE SU-Basico TO WS-BasicoEdit
           DISPLAY "Sueldo actual:"             LINE 6  POSITION 5
           DISPLAY "SSN........: "              LINE 7  POSITION 5
           DISPLAY SU-SSN                       LINE 7  POSITION 20
           DISPLAY "Basico.....: "              LINE 8  POSITION 5
           DISPLAY WS-BasicoEdit                LINE 8  POSITION 20
           DISPLAY "Categoria..: "              LINE 9  POSITION 5
           DISPLAY SU-Categoria                 LINE 9  POSITION 20
           DISPLAY "CBU........: "              LINE 10 POSITION 5
           DISPLAY SU-CBU                       LINE 10 POSITION 20
           DISPLAY "Cargado....: "              LINE 11 POSITION 5
           DISPLAY SU-FechaCarga                LINE 11 POSITION 20
           DISPLAY "por "                       LINE 11 POSITION 30
           DISPLAY SU-Usuario                   LINE 11 POSITION 34.

       CAPTURAR-SUELDO-PERFORM.
           DISPLAY "Basico, 9 digitos con 2 decimales implicitos"
               LINE 14 POSITION 5
           DISPLAY "(000150000 = 1.500,00): " LINE 15 POSITION 5
           ACCEPT WS-BasicoX         LINE 15 POSITION 30
           DISPLAY "Categoria: "     LINE 16 POSITION 5
           ACCEPT WS-Categoria       LINE 16 POSITION 30
           DISPLAY "CBU (22 digitos): " LINE 17 POSITION 5
           ACCEPT WS-CBU             LINE 17 POSITION 30.

       VALIDAR-SUELDO-PERFORM.
           MOVE "N" TO WS-SueldoOk
           EVALUATE TRUE
               WHEN WS-BasicoX NOT NUMERIC
                   MOVE "BASICO NO NUMERICO" TO WS-Mensaje
               WHEN WS-Basico = ZERO
                   MOVE "EL BASICO NO PUEDE SER CERO" TO WS-Mensaje
               WHEN WS-Categoria = SPACES
                   MOVE "FALTA LA CATEGORIA" TO WS-Mensaje
               WHEN WS-CBU NOT NUMERIC
                   MOVE "EL CBU DEBE TENER 22 DIGITOS" TO WS-Mensaje
               WHEN OTHER
                   SET SueldoOk TO TRUE
           END-EVALUATE.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       END PROGRAM EMPLOYEE-SUELDO.
