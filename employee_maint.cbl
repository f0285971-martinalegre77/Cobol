      *                 van. Los listados y la rotacion mensual
      *                 estan en sequential_access.cbl y
      *                 employee_rotacion.cbl.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MAINT.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FileStatus         PIC XX.
       01 tarea PIC X.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "EMPLOYEE-MAINT" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
           END-IF
           CALL "SYSTEM" USING "cls"
