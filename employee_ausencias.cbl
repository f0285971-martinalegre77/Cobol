      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Cuadro semanal de ausencias para que los
      *          supervisores planifiquen reemplazos: por cada
      *          licencia de Licencias.dat (LICENCIA.CPY) que toca la
      *          semana pedida, una fila con el empleado y una
      *          columna por dia de lunes a domingo marcada con el
      *          tipo de licencia (V vacaciones, E enfermedad, X
      *          examen, S sin goce). Al pie, cuantos faltan cada
      *          dia. Sale en Ausencias.txt, que va al spool. La
      *          semana es la que contiene la fecha de la variable
      *          AUSENCIAS_FECHA (AAAAMMDD); sin ella, la de la fecha
      *          de negocio.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-AUSENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LicenciaFile ASSIGN TO "Licencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LV-Clave
           FILE STATUS IS WS-LicStatus.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-FileStatus.
           SELECT ReporteFile
           ASSIGN TO "Ausencias.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
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
       FD ReporteFile.
       01 RptLinea           PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-LicStatus       PIC XX.
       77 WS-FileStatus      PIC XX.
       77 WS-FechaNegStatus  PIC XX.
       77 WS-FechaHoy        PIC 9(8).
       77 WS-LINE            PIC X(80) VALUE ALL "-".
       01 WS-FinLicencias    PIC X VALUE "N".
           88 FinLicencias   VALUE "S".
       01 WS-HayLegajos      PIC X VALUE "N".
           88 HayLegajos     VALUE "S".
      *    Fecha pedida y la semana de lunes a domingo que la
      *    contiene (INTEGER-OF-DATE 1 = 01/01/1601, que fue lunes).
       01 WS-FechaX          PIC X(8) VALUE SPACES.
       01 WS-Fecha REDEFINES WS-FechaX PIC 9(8).
       77 WS-DiaEntero       PIC 9(7).
       77 WS-LunesEntero     PIC 9(7).
       77 WS-Cociente        PIC 9(7).
       77 WS-DiaSemana       PIC 9.
       77 WS-Lunes           PIC 9(8).
       77 WS-Domingo         PIC 9(8).
       77 WS-SubDia          PIC 9.
       77 WS-DesdeEntero     PIC 9(7).
       77 WS-HastaEntero     PIC 9(7).
       01 TABLA-SEMANA.
           05 DIA-ITEM OCCURS 7 TIMES.
               10 SD-Entero      PIC 9(7).
               10 SD-Fecha       PIC 9(8).
               10 SD-Ausentes    PIC 9(4).
       01 WS-NombresDias     PIC X(21) VALUE "LunMarMieJueVieSabDom".
       01 FILLER REDEFINES WS-NombresDias.
           05 WS-NombreDia   PIC X(3) OCCURS 7 TIMES.
       77 WS-CantFilas       PIC 9(5) VALUE ZERO.
       77 WS-NombreCompleto  PIC X(27).
       01 WS-LineaAusencia.
           03 LA-SSN         PIC 9(9).
           03 FILLER         PIC X VALUE SPACE.
           03 LA-Nombre      PIC X(27).
           03 LA-Dia OCCURS 7 TIMES.
               05 FILLER     PIC X(3).
               05 LA-Marca   PIC X.
               05 FILLER     PIC X(2).
       01 WS-LineaDias.
           03 FILLER         PIC X(37).
           03 LD-Dia OCCURS 7 TIMES.
               05 FILLER     PIC X.
               05 LD-Texto   PIC X(5).
       01 WS-LineaCuenta.
           03 LC-Texto       PIC X(37).
           03 LC-Dia OCCURS 7 TIMES.
               05 FILLER     PIC X.
               05 LC-Cant    PIC ZZ9.
               05 FILLER     PIC X(2).
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-FechaX FROM ENVIRONMENT "AUSENCIAS_FECHA"
           IF WS-FechaX = SPACES
               MOVE WS-FechaHoy TO WS-FechaX
           END-IF
           IF WS-FechaX NOT NUMERIC
               DISPLAY "ERROR: fecha invalida en AUSENCIAS_FECHA: "
                       WS-FechaX " (AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ARMAR-SEMANA-PERFORM
           OPEN INPUT EmployeeFile
           IF WS-FileStatus = "35"
               MOVE "N" TO WS-HayLegajos
           ELSE
               SET HayLegajos TO TRUE
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "AUSENCIAS DE LA SEMANA DEL " WS-Lunes
                  " AL " WS-Domingo
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaDias
           MOVE "SSN       Empleado" TO WS-LineaDias(1:18)
           PERFORM VARYING WS-SubDia FROM 1 BY 1 UNTIL WS-SubDia > 7
               MOVE WS-NombreDia(WS-SubDia) TO LD-Texto(WS-SubDia)
           END-PERFORM
           MOVE WS-LineaDias TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaDias
           PERFORM VARYING WS-SubDia FROM 1 BY 1 UNTIL WS-SubDia > 7
               STRING SD-Fecha(WS-SubDia)(7:2) "/"
                      SD-Fecha(WS-SubDia)(5:2)
                   DELIMITED BY SIZE INTO LD-Texto(WS-SubDia)
           END-PERFORM
           MOVE WS-LineaDias TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           OPEN INPUT LicenciaFile
           IF WS-LicStatus = "35"
               CONTINUE
           ELSE
               READ LicenciaFile
                   AT END SET FinLicencias TO TRUE
               END-READ
               PERFORM UNTIL FinLicencias
                   IF LV-Desde <= WS-Domingo AND LV-Hasta >= WS-Lunes
                       PERFORM IMPRIMIR-AUSENCIA-PERFORM
                   END-IF
                   READ LicenciaFile
                       AT END SET FinLicencias TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LicenciaFile
           END-IF
           IF HayLegajos
               CLOSE EmployeeFile
           END-IF
           IF WS-CantFilas = ZERO
               MOVE "NADIE CON LICENCIA EN LA SEMANA" TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaCuenta
           MOVE "AUSENTES POR DIA" TO LC-Texto
           PERFORM VARYING WS-SubDia FROM 1 BY 1 UNTIL WS-SubDia > 7
               MOVE SD-Ausentes(WS-SubDia) TO LC-Cant(WS-SubDia)
           END-PERFORM
           MOVE WS-LineaCuenta TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "Ausencias"      TO SPL-Reporte
           MOVE "Ausencias.txt"  TO SPL-Origen
           MOVE "EMPLOYEE-AUSENC" TO SPL-Programa
           MOVE WS-FechaHoy      TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "AUSENCIAS SEMANA " WS-Lunes " - " WS-Domingo ": "
                   WS-CantFilas " licencias (Ausencias.txt)"
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

       ARMAR-SEMANA-PERFORM.
           COMPUTE WS-DiaEntero = FUNCTION INTEGER-OF-DATE(WS-Fecha)
           COMPUTE WS-LunesEntero = WS-DiaEntero - 1
           DIVIDE WS-LunesEntero BY 7
               GIVING WS-Cociente REMAINDER WS-DiaSemana
           COMPUTE WS-LunesEntero = WS-DiaEntero - WS-DiaSemana
           PERFORM VARYING WS-SubDia FROM 1 BY 1 UNTIL WS-SubDia > 7
               COMPUTE SD-Entero(WS-SubDia) =
                   WS-LunesEntero + WS-SubDia - 1
               COMPUTE SD-Fecha(WS-SubDia) =
                   FUNCTION DATE-OF-INTEGER(SD-Entero(WS-SubDia))
               MOVE ZERO TO SD-Ausentes(WS-SubDia)
           END-PERFORM
           MOVE SD-Fecha(1) TO WS-Lunes
           MOVE SD-Fecha(7) TO WS-Domingo.

       IMPRIMIR-AUSENCIA-PERFORM.
           MOVE SPACES TO WS-NombreCompleto
           IF HayLegajos
               MOVE LV-SSN TO EmpSSN
               READ EmployeeFile
                   INVALID KEY
                       MOVE "(SIN LEGAJO)" TO WS-NombreCompleto
                   NOT INVALID KEY
                       STRING EmpSurname DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              EmpForname DELIMITED BY "  "
                           INTO WS-NombreCompleto
               END-READ
           END-IF
           MOVE SPACES TO WS-LineaAusencia
           MOVE LV-SSN            TO LA-SSN
           MOVE WS-NombreCompleto TO LA-Nombre
           COMPUTE WS-DesdeEntero = FUNCTION INTEGER-OF-DATE(LV-Desde)
           COMPUTE WS-HastaEntero = FUNCTION INTEGER-OF-DATE(LV-Hasta)
           PERFORM VARYING WS-SubDia FROM 1 BY 1 UNTIL WS-SubDia > 7
               IF SD-Entero(WS-SubDia) >= WS-DesdeEntero
                   AND SD-Entero(WS-SubDia) <= WS-HastaEntero
                   MOVE LV-Tipo TO LA-Marca(WS-SubDia)
                   ADD 1 TO SD-Ausentes(WS-SubDia)
               ELSE
                   MOVE "." TO LA-Marca(WS-SubDia)
               END-IF
           END-PERFORM
           MOVE WS-LineaAusencia TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           ADD 1 TO WS-CantFilas.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM EMPLOYEE-AUSENCIAS.
