      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Recertificacion trimestral de accesos. Lista cada
      *          operador de Operadores.dat (OPERREC.CPY) con su
      *          nivel, el legajo al que esta atado y el estado del
      *          empleado en employee.dat, el estado del operador
      *          (A activo, S suspendido con su motivo), la fecha del
      *          ultimo ingreso otorgado y la cantidad de ingresos del
      *          trimestre segun Ingresos.dat (SIGNLOG.CPY). Marca
      *          para revisar los operadores sin legajo vigente y los
      *          activos que no ingresaron en el trimestre, y cierra
      *          con el espacio de firma de los responsables. El
      *          trimestre sale de RECERT_TRIMESTRE (AAAAT, p.ej.
      *          20263); sin la variable, el de la fecha de negocio.
      *          Reporte en OperRecert.txt, archivado en el spool.
      *          Los operadores para revisar van en el reporte, no en
      *          el codigo de retorno: 8 solo si no se puede armar.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OperStatus.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LogStatus.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-EmpFileStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT ReporteFile
           ASSIGN TO "OperRecert.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
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
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(120).
       FD CatalogFile.
           COPY "rptcat.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-OperStatus     PIC XX.
       77 WS-LogStatus      PIC XX.
       77 WS-EmpFileStatus  PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-FinLog         PIC X VALUE "N".
           88 FinLog        VALUE "S".
      *    Trimestre a recertificar (AAAAT) y su rango de fechas.
       01 WS-TrimestreX     PIC X(5) VALUE SPACES.
       01 WS-Trimestre REDEFINES WS-TrimestreX.
           05 WS-TrimAnio   PIC 9(4).
           05 WS-TrimNro    PIC 9.
       77 WS-Desde          PIC 9(8).
       77 WS-Hasta          PIC 9(8).
       77 WS-MesDesde       PIC 99.
       77 WS-MesHasta       PIC 99.
      *    Operadores en memoria con los datos del log.
       77 WS-CantOper       PIC 9(3) VALUE ZERO.
       77 WS-SubOper        PIC 9(3).
       01 TABLA-OPERADORES.
           05 OPER-ITEM OCCURS 500 TIMES.
               10 TO-Usuario     PIC X(10).
               10 TO-Nombre      PIC X(30).
               10 TO-Nivel       PIC 9.
               10 TO-EmpSSN      PIC 9(9).
               10 TO-Estado      PIC X.
               10 TO-FechaEstado PIC 9(8).
               10 TO-Motivo      PIC X(20).
               10 TO-UltIngreso  PIC 9(8).
               10 TO-IngTrim     PIC 9(5).
      *    Detalle de cada operador.
       77 WS-EstadoEmp      PIC X(12).
       77 WS-Observacion    PIC X(30).
       01 WS-UltIngresoX    PIC X(8).
       01 WS-UltIngreso REDEFINES WS-UltIngresoX PIC 9(8).
       77 WS-EditIng        PIC ZZZZ9.
       77 WS-EditCant       PIC ZZ9.
       77 WS-CantRevisar    PIC 9(3) VALUE ZERO.
       77 WS-CantActivos    PIC 9(3) VALUE ZERO.
       77 WS-CantSuspend    PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-TrimestreX FROM ENVIRONMENT "RECERT_TRIMESTRE"
           IF WS-TrimestreX = SPACES
               MOVE WS-FechaHoy(1:4) TO WS-TrimAnio
               MOVE WS-FechaHoy(5:2) TO WS-MesDesde
               COMPUTE WS-TrimNro = (WS-MesDesde + 2) / 3
           END-IF
           IF WS-TrimestreX NOT NUMERIC
               OR WS-TrimNro < 1 OR WS-TrimNro > 4
               DISPLAY "ERROR: RECERT_TRIMESTRE invalido (AAAAT): "
                       WS-TrimestreX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MesDesde = (WS-TrimNro - 1) * 3 + 1
           COMPUTE WS-MesHasta = WS-TrimNro * 3
           COMPUTE WS-Desde = WS-TrimAnio * 10000 + WS-MesDesde * 100
                              + 1
           COMPUTE WS-Hasta = WS-TrimAnio * 10000 + WS-MesHasta * 100
                              + 31
           PERFORM CARGAR-OPERADORES-PERFORM
           PERFORM LEER-INGRESOS-PERFORM
           OPEN INPUT EmployeeFile
           IF WS-EmpFileStatus NOT = "00"
               DISPLAY "ERROR: no se puede abrir employee.dat (status "
                       WS-EmpFileStatus ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE ZERO TO SPL-Lineas
           PERFORM ENCABEZADO-PERFORM
           PERFORM VARYING WS-SubOper FROM 1 BY 1
               UNTIL WS-SubOper > WS-CantOper
               PERFORM DETALLE-OPERADOR-PERFORM
           END-PERFORM
           CLOSE EmployeeFile
           PERFORM FIRMAS-PERFORM
           CLOSE ReporteFile
           MOVE "OperRecert"      TO SPL-Reporte
           MOVE "OperRecert.txt"  TO SPL-Origen
           MOVE "OPERADOR-RECERT" TO SPL-Programa
           MOVE WS-FechaHoy       TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "RECERTIFICACION DE ACCESOS - TRIMESTRE "
                   WS-TrimAnio "/" WS-TrimNro
           DISPLAY "Operadores...............: " WS-CantOper
           DISPLAY "  Activos................: " WS-CantActivos
           DISPLAY "  Suspendidos............: " WS-CantSuspend
           DISPLAY "  Para revisar...........: " WS-CantRevisar
           DISPLAY "Detalle en OperRecert.txt"
           STOP RUN.

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

       CARGAR-OPERADORES-PERFORM.
           OPEN INPUT OperFile
           IF WS-OperStatus = "35"
               DISPLAY "ERROR: maestro de operadores sin cargar"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ OperFile
               AT END SET EndOfOperFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperFile
               IF WS-CantOper = 500
                   DISPLAY "ERROR: mas de 500 operadores, ampliar"
                           " TABLA-OPERADORES"
                   CLOSE OperFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CantOper
               MOVE OP-Usuario     TO TO-Usuario(WS-CantOper)
               MOVE OP-Nombre      TO TO-Nombre(WS-CantOper)
               MOVE OP-Nivel       TO TO-Nivel(WS-CantOper)
               MOVE OP-EmpSSN      TO TO-EmpSSN(WS-CantOper)
               MOVE OP-Estado      TO TO-Estado(WS-CantOper)
               MOVE OP-FechaEstado TO TO-FechaEstado(WS-CantOper)
               MOVE OP-Motivo      TO TO-Motivo(WS-CantOper)
               MOVE ZERO           TO TO-UltIngreso(WS-CantOper)
               MOVE ZERO           TO TO-IngTrim(WS-CantOper)
               READ OperFile
                   AT END SET EndOfOperFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperFile.

      *    Solo cuentan los ingresos otorgados hasta el fin del
      *    trimestre; el log no esta ordenado por usuario.
       LEER-INGRESOS-PERFORM.
           OPEN INPUT SignLogFile
           IF WS-LogStatus = "35"
               CONTINUE
           ELSE
               READ SignLogFile
                   AT END SET FinLog TO TRUE
               END-READ
               PERFORM UNTIL FinLog
                   IF SL-Otorgado AND SL-Fecha NOT > WS-Hasta
                       PERFORM ACUMULAR-INGRESO-PERFORM
                   END-IF
                   READ SignLogFile
                       AT END SET FinLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SignLogFile
           END-IF.

       ACUMULAR-INGRESO-PERFORM.
           PERFORM VARYING WS-SubOper FROM 1 BY 1
               UNTIL WS-SubOper > WS-CantOper
               IF TO-Usuario(WS-SubOper) = SL-Usuario
                   IF SL-Fecha > TO-UltIngreso(WS-SubOper)
                       MOVE SL-Fecha TO TO-UltIngreso(WS-SubOper)
                   END-IF
                   IF SL-Fecha NOT < WS-Desde
                       ADD 1 TO TO-IngTrim(WS-SubOper)
                   END-IF
                   MOVE WS-CantOper TO WS-SubOper
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       ENCABEZADO-PERFORM.
           MOVE SPACES TO RptLinea
           STRING "RECERTIFICACION DE ACCESOS DE OPERADORES - "
                  "TRIMESTRE " WS-TrimAnio "/" WS-TrimNro
                  " (" WS-Desde " AL " WS-Hasta ")"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Emitido con fecha de negocio " WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "USUARIO    NOMBRE                         NIV "
                  "LEGAJO    EMPLEADO     OP ULT.INGR INGR  "
                  "OBSERVACION"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE ALL "-" TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       DETALLE-OPERADOR-PERFORM.
           MOVE SPACES TO WS-Observacion
           IF TO-EmpSSN(WS-SubOper) NOT NUMERIC
               OR TO-EmpSSN(WS-SubOper) = ZERO
               MOVE "SIN LEGAJO" TO WS-EstadoEmp
               MOVE "REVISAR: SIN LEGAJO" TO WS-Observacion
           ELSE
               MOVE TO-EmpSSN(WS-SubOper) TO EmpSSN
               READ EmployeeFile
                   INVALID KEY
                       MOVE "INEXISTENTE" TO WS-EstadoEmp
                       MOVE "REVISAR: LEGAJO INEXISTENTE"
                           TO WS-Observacion
                   NOT INVALID KEY
                       IF EmpDesvinculado
                           MOVE "T (BAJA)" TO WS-EstadoEmp
                           MOVE "REVISAR: EMPLEADO DADO DE BAJA"
                               TO WS-Observacion
                       ELSE
                           MOVE "A (ACTIVO)" TO WS-EstadoEmp
                       END-IF
               END-READ
           END-IF
           IF TO-Estado(WS-SubOper) = "S"
               ADD 1 TO WS-CantSuspend
               IF WS-Observacion = SPACES
                   STRING "SUSPENDIDO " TO-FechaEstado(WS-SubOper)
                          " " TO-Motivo(WS-SubOper)
                       DELIMITED BY SIZE INTO WS-Observacion
               END-IF
           ELSE
               ADD 1 TO WS-CantActivos
               IF WS-Observacion = SPACES
                   AND TO-IngTrim(WS-SubOper) = ZERO
                   MOVE "REVISAR: SIN USO EN TRIMESTRE"
                       TO WS-Observacion
               END-IF
           END-IF
           IF WS-Observacion(1:8) = "REVISAR:"
               AND TO-Estado(WS-SubOper) NOT = "S"
               ADD 1 TO WS-CantRevisar
           END-IF
           IF TO-UltIngreso(WS-SubOper) = ZERO
               MOVE "NUNCA" TO WS-UltIngresoX
           ELSE
               MOVE TO-UltIngreso(WS-SubOper) TO WS-UltIngreso
           END-IF
           MOVE TO-IngTrim(WS-SubOper) TO WS-EditIng
           MOVE SPACES TO RptLinea
           STRING TO-Usuario(WS-SubOper) " "
                  TO-Nombre(WS-SubOper) " "
                  TO-Nivel(WS-SubOper) "   "
                  TO-EmpSSN(WS-SubOper) " "
                  WS-EstadoEmp " "
                  TO-Estado(WS-SubOper) "  "
                  WS-UltIngresoX " "
                  WS-EditIng " "
                  WS-Observacion
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       FIRMAS-PERFORM.
           MOVE ALL "-" TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-CantOper TO WS-EditCant
           MOVE SPACES TO RptLinea
           STRING "Operadores: " WS-EditCant
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-CantRevisar TO WS-EditCant
           MOVE SPACES TO RptLinea
           STRING "Activos para revisar: " WS-EditCant
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Los responsables certifican que los accesos "
                  "listados son correctos o indican las bajas y "
                  "cambios de nivel a aplicar."
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Responsable de sucursal: ____________________  "
                  "Firma: ______________  Fecha: __________"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Administracion:          ____________________  "
                  "Firma: ______________  Fecha: __________"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       COPY "spoolproc.cpy".
       END PROGRAM OPERADOR-RECERT.
