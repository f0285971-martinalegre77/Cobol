      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Calculo anual de vacaciones y saldo por empleado.
      *          Para el anio pedido recorre employee.dat y por cada
      *          legajo con servicio en el anio calcula los dias que
      *          le corresponden segun la antiguedad al 31/12 (hasta
      *          5 anios 14 dias, hasta 10 anios 21, hasta 20
      *          anios 28, mas de 20 anios 35), en proporcion a los
      *          dias de servicio si ingreso o egreso en el anio, y
      *          el arrastre no gozado del anio anterior; lo graba en
      *          Vacaciones.dat (VACACION.CPY) y descuenta las
      *          vacaciones tomadas en el anio segun Licencias.dat
      *          (LICENCIA.CPY, employee_licencias.cbl). Se puede
      *          correr las veces que haga falta: recalcula y
      *          reescribe el anio. El saldo por empleado, con los
      *          dias de otras licencias del anio, sale en
      *          VacacionesSaldo.txt, que va al spool, y al pie los
      *          desvinculados del anio con los dias no gozados a
      *          incluir en la liquidacion final. El anio (AAAA)
      *          viene de la variable VACACIONES_ANIO; sin ella, el
      *          de la fecha de negocio.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - La escala toma los limites inclusive: 5 anios
      *                 cumplidos son 14 dias, 10 son 21 y 20 son 28.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-VACACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-FileStatus.
           SELECT LicenciaFile ASSIGN TO "Licencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-Clave
           FILE STATUS IS WS-LicStatus.
           SELECT VacacionFile ASSIGN TO "Vacaciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VC-Clave
           FILE STATUS IS WS-VacStatus.
           SELECT ReporteFile
           ASSIGN TO "VacacionesSaldo.txt"
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
       FD EmployeeFile.
       01 EmployeeDetails.
           88 EndOfEmployeeFile  VALUE HIGH-VALUE.
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
       FD LicenciaFile.
           COPY "licencia.cpy".
       FD VacacionFile.
           COPY "vacacion.cpy".
       FD ReporteFile.
       01 RptLinea           PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-FileStatus      PIC XX.
       77 WS-LicStatus       PIC XX.
       77 WS-VacStatus       PIC XX.
       77 WS-FechaNegStatus  PIC XX.
       77 WS-FechaHoy        PIC 9(8).
       77 WS-LINE            PIC X(96) VALUE ALL "-".
       01 WS-HayLicencias    PIC X VALUE "N".
           88 HayLicencias   VALUE "S".
       01 WS-FinLicencias    PIC X VALUE "N".
           88 FinLicencias   VALUE "S".
       01 WS-VacLeida        PIC X VALUE "N".
           88 VacLeida       VALUE "S".
      *    Anio a calcular (AAAA) y sus limites.
       01 WS-AnioX           PIC X(4) VALUE SPACES.
       01 WS-Anio REDEFINES WS-AnioX PIC 9(4).
       77 WS-AnioAnterior    PIC 9(4).
       77 WS-InicioAnio      PIC 9(8).
       77 WS-FinAnio         PIC 9(8).
       77 WS-InicioAnt       PIC 9(8).
       77 WS-FinAnt          PIC 9(8).
       77 WS-DiasAnio        PIC 9(3).
      *    Servicio del legajo dentro del anio.
       77 WS-IngresoNum      PIC 9(8).
       77 WS-EgresoNum       PIC 9(8).
       77 WS-Desde           PIC 9(8).
       77 WS-Hasta           PIC 9(8).
       77 WS-DiasServicio    PIC 9(3).
       77 WS-Antiguedad      PIC 9(2).
       77 WS-Escala          PIC 9(2).
       77 WS-Corresponde     PIC 9(3).
       77 WS-Arrastre        PIC S9(3).
      *    Dias de licencia por tipo: del anio y del anio anterior
      *    (las vacaciones del anterior dan el arrastre).
       77 WS-TomadosAnt      PIC 9(3).
       77 WS-Tomados         PIC 9(3).
       77 WS-Enfermedad      PIC 9(3).
       77 WS-Examen          PIC 9(3).
       77 WS-SinGoce         PIC 9(3).
       77 WS-Tramo           PIC 9(3).
       77 WS-TramoDesde      PIC 9(8).
       77 WS-TramoHasta      PIC 9(8).
       77 WS-Saldo           PIC S9(4).
       77 WS-CantLegajos     PIC 9(6) VALUE ZERO.
       77 WS-CantCalculados  PIC 9(6) VALUE ZERO.
       77 WS-CantFuera       PIC 9(6) VALUE ZERO.
       77 WS-CantEgresos     PIC 9(4) VALUE ZERO.
       77 WS-SubEgreso       PIC 9(4).
       77 WS-EgresosOmitidos PIC 9(4) VALUE ZERO.
      *    Desvinculados del anio, para el pie de liquidacion final.
       01 TABLA-EGRESOS.
           05 EGRESO-ITEM OCCURS 500 TIMES.
               10 EG-SSN         PIC 9(9).
               10 EG-Nombre      PIC X(27).
               10 EG-Egreso      PIC 9(8).
               10 EG-Saldo       PIC S9(4).
       77 WS-NombreCompleto  PIC X(27).
       01 WS-LineaSaldo.
           03 LS-SSN         PIC 9(9).
           03 FILLER         PIC X VALUE SPACE.
           03 LS-Nombre      PIC X(27).
           03 LS-Antig       PIC Z9.
           03 LS-Arrastre    PIC ----9.
           03 LS-Corresponde PIC ZZZZ9.
           03 LS-Tomados     PIC ZZZZ9.
           03 LS-Saldo       PIC -----9.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 LS-Enfermedad  PIC ZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 LS-Examen      PIC ZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 LS-SinGoce     PIC ZZ9.
           03 FILLER         PIC X VALUE SPACE.
           03 LS-Marca       PIC X(8).
       01 WS-LineaEgreso.
           03 LE-SSN         PIC 9(9).
           03 FILLER         PIC X VALUE SPACE.
           03 LE-Nombre      PIC X(27).
           03 FILLER         PIC X VALUE SPACE.
           03 LE-Egreso      PIC 9(8).
           03 FILLER         PIC X(3) VALUE SPACES.
           03 LE-Saldo       PIC ----9.
           03 FILLER         PIC X(6) VALUE " dias".
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-AnioX FROM ENVIRONMENT "VACACIONES_ANIO"
           IF WS-AnioX = SPACES
               MOVE WS-FechaHoy(1:4) TO WS-AnioX
           END-IF
           IF WS-AnioX NOT NUMERIC OR WS-Anio < 1900
               DISPLAY "ERROR: anio invalido en VACACIONES_ANIO: "
                       WS-AnioX " (AAAA)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-AnioAnterior = WS-Anio - 1
           COMPUTE WS-InicioAnio = WS-Anio * 10000 + 0101
           COMPUTE WS-FinAnio    = WS-Anio * 10000 + 1231
           COMPUTE WS-InicioAnt  = WS-AnioAnterior * 10000 + 0101
           COMPUTE WS-FinAnt     = WS-AnioAnterior * 10000 + 1231
           COMPUTE WS-DiasAnio =
               FUNCTION INTEGER-OF-DATE(WS-FinAnio)
               - FUNCTION INTEGER-OF-DATE(WS-InicioAnio) + 1
           OPEN INPUT EmployeeFile
           IF WS-FileStatus = "35"
               DISPLAY "No existe employee.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LicenciaFile
           IF WS-LicStatus = "35"
               MOVE "N" TO WS-HayLicencias
           ELSE
               SET HayLicencias TO TRUE
           END-IF
      *    Vacaciones.dat se crea vacio la primera vez.
           OPEN I-O VacacionFile
           IF WS-VacStatus = "35"
               OPEN OUTPUT VacacionFile
               CLOSE VacacionFile
               OPEN I-O VacacionFile
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "VACACIONES " WS-AnioX " - SALDO POR EMPLEADO AL "
                  WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           MOVE "SSN"         TO RptLinea(1:)
           MOVE "Empleado"    TO RptLinea(11:)
           MOVE "An  Arr Corr  Tom Saldo" TO RptLinea(38:)
           MOVE "Enf Exa SGo" TO RptLinea(64:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           READ EmployeeFile
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployeeFile
               ADD 1 TO WS-CantLegajos
               PERFORM PROCESAR-LEGAJO-PERFORM
               READ EmployeeFile
                   AT END SET EndOfEmployeeFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE EmployeeFile
           IF HayLicencias
               CLOSE LicenciaFile
           END-IF
           CLOSE VacacionFile
           PERFORM IMPRIMIR-EGRESOS-PERFORM
           CLOSE ReporteFile
           MOVE "VacacionesSaldo"     TO SPL-Reporte
           MOVE "VacacionesSaldo.txt" TO SPL-Origen
           MOVE "EMPLOYEE-VACAC"      TO SPL-Programa
           MOVE WS-FechaHoy           TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "VACACIONES " WS-AnioX
           DISPLAY "Legajos leidos..........: " WS-CantLegajos
           DISPLAY "Calculados (Vacaciones.dat): " WS-CantCalculados
           DISPLAY "Sin servicio en el anio.: " WS-CantFuera
           DISPLAY "Egresos del anio........: " WS-CantEgresos
           IF WS-EgresosOmitidos > ZERO
               DISPLAY "AVISO: tabla de egresos llena, quedaron "
                       WS-EgresosOmitidos " sin listar al pie"
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

      *    Un ingreso en ceros (sin dato, ver employee_convert.cbl)
      *    cuenta como anterior al anio y con antiguedad cero.
       PROCESAR-LEGAJO-PERFORM.
           MOVE EmpHireDate TO WS-IngresoNum
           MOVE ZERO TO WS-EgresoNum
           IF EmpDesvinculado
               MOVE EmpSepDate TO WS-EgresoNum
           END-IF
           IF WS-IngresoNum > WS-FinAnio
               OR (EmpDesvinculado AND WS-EgresoNum < WS-InicioAnio)
               ADD 1 TO WS-CantFuera
           ELSE
               PERFORM CALCULAR-CORRESPONDE-PERFORM
               PERFORM SUMAR-LICENCIAS-PERFORM
               PERFORM CALCULAR-ARRASTRE-PERFORM
               PERFORM GRABAR-VACACION-PERFORM
               PERFORM IMPRIMIR-SALDO-PERFORM
           END-IF.

      *    Antiguedad en anios cumplidos al 31/12 del anio, escala
      *    de dias y proporcion por dias de servicio en el anio.
       CALCULAR-CORRESPONDE-PERFORM.
           MOVE ZERO TO WS-Antiguedad
           IF WS-IngresoNum NOT = ZERO
               COMPUTE WS-Antiguedad = WS-Anio - EmpHireYOB
           END-IF
           EVALUATE TRUE
               WHEN WS-Antiguedad <= 5
                   MOVE 14 TO WS-Escala
               WHEN WS-Antiguedad <= 10
                   MOVE 21 TO WS-Escala
               WHEN WS-Antiguedad <= 20
                   MOVE 28 TO WS-Escala
               WHEN OTHER
                   MOVE 35 TO WS-Escala
           END-EVALUATE
           MOVE WS-InicioAnio TO WS-Desde
           IF WS-IngresoNum > WS-InicioAnio
               MOVE WS-IngresoNum TO WS-Desde
           END-IF
           MOVE WS-FinAnio TO WS-Hasta
           IF EmpDesvinculado AND WS-EgresoNum < WS-FinAnio
               MOVE WS-EgresoNum TO WS-Hasta
           END-IF
           COMPUTE WS-DiasServicio =
               FUNCTION INTEGER-OF-DATE(WS-Hasta)
               - FUNCTION INTEGER-OF-DATE(WS-Desde) + 1
           IF WS-DiasServicio < WS-DiasAnio
               COMPUTE WS-Corresponde ROUNDED =
                   WS-Escala * WS-DiasServicio / WS-DiasAnio
           ELSE
               MOVE WS-Escala TO WS-Corresponde
           END-IF.

      *    Dias de licencia del legajo dentro del anio, por tipo, y
      *    vacaciones dentro del anio anterior; una licencia que
      *    cruza el fin de anio se reparte entre los dos.
       SUMAR-LICENCIAS-PERFORM.
           MOVE ZERO TO WS-TomadosAnt
           MOVE ZERO TO WS-Tomados
           MOVE ZERO TO WS-Enfermedad
           MOVE ZERO TO WS-Examen
           MOVE ZERO TO WS-SinGoce
           IF HayLicencias
               MOVE "N" TO WS-FinLicencias
               MOVE EmpSSN TO LV-SSN
               MOVE ZERO   TO LV-Desde
               START LicenciaFile KEY IS NOT LESS THAN LV-Clave
                   INVALID KEY SET FinLicencias TO TRUE
               END-START
               IF NOT FinLicencias
                   PERFORM SIGUIENTE-LICENCIA-PERFORM
               END-IF
               PERFORM UNTIL FinLicencias
                   MOVE WS-InicioAnio TO WS-TramoDesde
                   MOVE WS-FinAnio    TO WS-TramoHasta
                   PERFORM DIAS-EN-TRAMO-PERFORM
                   EVALUATE TRUE
                       WHEN LV-Vacaciones
                           ADD WS-Tramo TO WS-Tomados
                       WHEN LV-Enfermedad
                           ADD WS-Tramo TO WS-Enfermedad
                       WHEN LV-Examen
                           ADD WS-Tramo TO WS-Examen
                       WHEN LV-SinGoce
                           ADD WS-Tramo TO WS-SinGoce
                   END-EVALUATE
                   IF LV-Vacaciones
                       MOVE WS-InicioAnt TO WS-TramoDesde
                       MOVE WS-FinAnt    TO WS-TramoHasta
                       PERFORM DIAS-EN-TRAMO-PERFORM
                       ADD WS-Tramo TO WS-TomadosAnt
                   END-IF
                   PERFORM SIGUIENTE-LICENCIA-PERFORM
               END-PERFORM
           END-IF.

       SIGUIENTE-LICENCIA-PERFORM.
           READ LicenciaFile NEXT RECORD
               AT END SET FinLicencias TO TRUE
           END-READ
           IF NOT FinLicencias AND LV-SSN NOT = EmpSSN
               SET FinLicencias TO TRUE
           END-IF.

      *    Dias de la licencia leida que caen entre WS-TramoDesde y
      *    WS-TramoHasta.
       DIAS-EN-TRAMO-PERFORM.
           MOVE ZERO TO WS-Tramo
           IF LV-Desde <= WS-TramoHasta AND LV-Hasta >= WS-TramoDesde
               IF LV-Desde > WS-TramoDesde
                   MOVE LV-Desde TO WS-TramoDesde
               END-IF
               IF LV-Hasta < WS-TramoHasta
                   MOVE LV-Hasta TO WS-TramoHasta
               END-IF
               COMPUTE WS-Tramo =
                   FUNCTION INTEGER-OF-DATE(WS-TramoHasta)
                   - FUNCTION INTEGER-OF-DATE(WS-TramoDesde) + 1
           END-IF.

      *    El arrastre es lo no gozado del anio anterior segun su
      *    registro en Vacaciones.dat; sin calculo del anterior, cero.
       CALCULAR-ARRASTRE-PERFORM.
           MOVE ZERO TO WS-Arrastre
           MOVE EmpSSN          TO VC-SSN
           MOVE WS-AnioAnterior TO VC-Anio
           READ VacacionFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-Arrastre = VC-Arrastre + VC-Corresponde
                       - WS-TomadosAnt
           END-READ.

       GRABAR-VACACION-PERFORM.
           MOVE "N" TO WS-VacLeida
           MOVE EmpSSN  TO VC-SSN
           MOVE WS-Anio TO VC-Anio
           READ VacacionFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET VacLeida TO TRUE
           END-READ
           MOVE EmpSSN         TO VC-SSN
           MOVE WS-Anio        TO VC-Anio
           MOVE WS-Antiguedad  TO VC-Antiguedad
           MOVE WS-Corresponde TO VC-Corresponde
           MOVE WS-Arrastre    TO VC-Arrastre
           MOVE WS-FechaHoy    TO VC-FechaCalculo
           IF VacLeida
               REWRITE VacacionRecord
           ELSE
               WRITE VacacionRecord
           END-IF
           ADD 1 TO WS-CantCalculados.

       IMPRIMIR-SALDO-PERFORM.
           MOVE SPACES TO WS-NombreCompleto
           STRING EmpSurname DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  EmpForname DELIMITED BY "  "
               INTO WS-NombreCompleto
           COMPUTE WS-Saldo = WS-Arrastre + WS-Corresponde - WS-Tomados
           MOVE EmpSSN            TO LS-SSN
           MOVE WS-NombreCompleto TO LS-Nombre
           MOVE WS-Antiguedad     TO LS-Antig
           MOVE WS-Arrastre       TO LS-Arrastre
           MOVE WS-Corresponde    TO LS-Corresponde
           MOVE WS-Tomados        TO LS-Tomados
           MOVE WS-Saldo          TO LS-Saldo
           MOVE WS-Enfermedad     TO LS-Enfermedad
           MOVE WS-Examen         TO LS-Examen
           MOVE WS-SinGoce        TO LS-SinGoce
           MOVE SPACES            TO LS-Marca
           IF EmpDesvinculado
               MOVE "EGRESO"      TO LS-Marca
               IF WS-CantEgresos < 500
                   ADD 1 TO WS-CantEgresos
                   MOVE EmpSSN            TO EG-SSN(WS-CantEgresos)
                   MOVE WS-NombreCompleto TO EG-Nombre(WS-CantEgresos)
                   MOVE WS-EgresoNum      TO EG-Egreso(WS-CantEgresos)
                   MOVE WS-Saldo          TO EG-Saldo(WS-CantEgresos)
               ELSE
                   ADD 1 TO WS-EgresosOmitidos
               END-IF
           END-IF
           MOVE WS-LineaSaldo TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

      *    Dias no gozados de los que se fueron en el anio: van a la
      *    liquidacion final (un saldo negativo son dias tomados de
      *    mas).
       IMPRIMIR-EGRESOS-PERFORM.
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "VACACIONES NO GOZADAS PARA LA LIQUIDACION FINAL"
               TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF WS-CantEgresos = ZERO
               MOVE "SIN EGRESOS EN EL ANIO" TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           PERFORM VARYING WS-SubEgreso FROM 1 BY 1
               UNTIL WS-SubEgreso > WS-CantEgresos
               MOVE EG-SSN(WS-SubEgreso)    TO LE-SSN
               MOVE EG-Nombre(WS-SubEgreso) TO LE-Nombre
               MOVE EG-Egreso(WS-SubEgreso) TO LE-Egreso
               MOVE EG-Saldo(WS-SubEgreso)  TO LE-Saldo
               MOVE WS-LineaEgreso TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM EMPLOYEE-VACACIONES.
