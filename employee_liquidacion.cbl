      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Liquidacion mensual de sueldos sobre el
      *          employee.dat indexado y el maestro de sueldos
      *          Sueldos.dat (SUELDOREC.CPY, employee_sueldo.cbl).
      *          Por cada legajo: basico, adicional por antiguedad
      *          (PCT-ANTIGUEDAD por anio cumplido desde
      *          EmpHireDate), bruto y los descuentos de ley
      *          (PCT-JUBILACION, PCT-OBRASOCIAL, PCT-PAMI); las
      *          tasas salen de parametros.dat con la vigencia del
      *          ultimo dia del periodo. El que ingreso o egreso
      *          (EmpSepDate) dentro del mes cobra por los dias
      *          trabajados; el desvinculado T con egreso anterior al
      *          mes y el que ingresa despues del mes no se liquidan.
      *          Salidas: un recibo por empleado
      *          (Recibo-AAAAMM-<SSN>.txt), el libro de sueldos con
      *          los totales por concepto (LibroSueldos.txt, que va
      *          al spool) y el archivo de transferencias al banco
      *          (TransfBanco.dat). El periodo (AAAAMM) viene de la
      *          variable LIQUIDACION_PERIODO; sin ella, el mes
      *          anterior a la fecha de negocio. RETURN-CODE 4 si
      *          hay legajos sin sueldo cargado o sin CBU valido.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-LIQUIDACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "employee.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmpSSN
           FILE STATUS IS WS-FileStatus.
           SELECT SueldoFile ASSIGN TO "Sueldos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SSN
           FILE STATUS IS WS-SueldoStatus.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT ReciboFile
           ASSIGN TO DYNAMIC WS-ReciboPath
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReporteFile
           ASSIGN TO "LibroSueldos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TransfFile
           ASSIGN TO "TransfBanco.dat"
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
       FD SueldoFile.
           COPY "sueldorec.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
       FD ReciboFile.
       01 ReciboLinea        PIC X(80).
       FD ReporteFile.
       01 RptLinea           PIC X(120).
      *    Archivo de transferencias: un registro D por empleado con
      *    el neto a depositar y un registro T de cierre con la
      *    cantidad y el total, para que el banco controle el lote.
       FD TransfFile.
       01 TransfRecord.
           03 TB-Tipo            PIC X.
           03 TB-CBU             PIC X(22).
           03 TB-SSN             PIC 9(9).
           03 TB-Nombre          PIC X(25).
           03 TB-Importe         PIC 9(9)V99.
           03 TB-Periodo         PIC 9(6).
       01 TransfTrailer.
           03 TT-Tipo            PIC X.
           03 TT-Cantidad        PIC 9(6).
           03 TT-Total           PIC 9(11)V99.
           03 TT-Periodo         PIC 9(6).
           03 FILLER             PIC X(48).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-FileStatus      PIC XX.
       77 WS-SueldoStatus    PIC XX.
       77 WS-ParamStatus     PIC XX.
       77 WS-FechaNegStatus  PIC XX.
       77 WS-FechaHoy        PIC 9(8).
       77 WS-ReciboPath      PIC X(60).
       77 WS-LINE            PIC X(119) VALUE ALL "-".
       77 WS-LINE-REC        PIC X(72) VALUE ALL "-".
       01 WS-FinParam        PIC X VALUE "N".
           88 FinParam       VALUE "S".
       01 WS-SueldoLeido     PIC X VALUE "N".
           88 SueldoLeido    VALUE "S".
      *    Periodo a liquidar (AAAAMM) y sus dias.
       01 WS-PeriodoX        PIC X(6) VALUE SPACES.
       01 WS-Periodo REDEFINES WS-PeriodoX PIC 9(6).
       01 WS-PeriodoPartes REDEFINES WS-PeriodoX.
           03 WS-PeriodoAnio PIC 9(4).
           03 WS-PeriodoMes  PIC 9(2).
       77 WS-DiasMes         PIC 9(2).
       77 WS-Resto4          PIC 9(4).
       77 WS-Resto100        PIC 9(4).
       77 WS-Resto400        PIC 9(4).
       77 WS-Cociente        PIC 9(4).
       77 WS-InicioPer       PIC 9(8).
       77 WS-FinPer          PIC 9(8).
      *    Tasas en porcentaje; sin la clave en parametros.dat
      *    quedan estos valores.
       77 WS-PctAntig        PIC 9(3)V99 VALUE 1.
       77 WS-PctJubilacion   PIC 9(3)V99 VALUE 11.
       77 WS-PctObraSocial   PIC 9(3)V99 VALUE 3.
       77 WS-PctPami         PIC 9(3)V99 VALUE 3.
       77 WS-VigAntig        PIC 9(8) VALUE ZERO.
       77 WS-VigJubilacion   PIC 9(8) VALUE ZERO.
       77 WS-VigObraSocial   PIC 9(8) VALUE ZERO.
       77 WS-VigPami         PIC 9(8) VALUE ZERO.
      *    Tramo trabajado dentro del mes.
       77 WS-IngresoNum      PIC 9(8).
       77 WS-EgresoNum       PIC 9(8).
       01 WS-Desde.
           03 WS-DesdeAnioMes PIC 9(6).
           03 WS-DesdeDia    PIC 9(2).
       01 WS-DesdeNum REDEFINES WS-Desde PIC 9(8).
       01 WS-Hasta.
           03 WS-HastaAnioMes PIC 9(6).
           03 WS-HastaDia    PIC 9(2).
       01 WS-HastaNum REDEFINES WS-Hasta PIC 9(8).
       77 WS-DiasTrab        PIC 9(2).
       77 WS-Anios           PIC 9(2).
       77 WS-MesDiaIngreso   PIC 9(4).
       77 WS-MesDiaCierre    PIC 9(4).
      *    Conceptos del empleado.
       77 WS-Basico          PIC 9(7)V99.
       77 WS-Antig           PIC 9(7)V99.
       77 WS-Bruto           PIC 9(7)V99.
       77 WS-Jubilacion      PIC 9(7)V99.
       77 WS-ObraSocial      PIC 9(7)V99.
       77 WS-Pami            PIC 9(7)V99.
       77 WS-Descuentos      PIC 9(7)V99.
       77 WS-Neto            PIC 9(7)V99.
      *    Totales del periodo por concepto.
       77 WS-TotBasico       PIC 9(9)V99 VALUE ZERO.
       77 WS-TotAntig        PIC 9(9)V99 VALUE ZERO.
       77 WS-TotBruto        PIC 9(9)V99 VALUE ZERO.
       77 WS-TotJubilacion   PIC 9(9)V99 VALUE ZERO.
       77 WS-TotObraSocial   PIC 9(9)V99 VALUE ZERO.
       77 WS-TotPami         PIC 9(9)V99 VALUE ZERO.
       77 WS-TotNeto         PIC 9(9)V99 VALUE ZERO.
       77 WS-TotTransf       PIC 9(11)V99 VALUE ZERO.
       77 WS-CantLegajos     PIC 9(6) VALUE ZERO.
       77 WS-CantLiquidados  PIC 9(6) VALUE ZERO.
       77 WS-CantProrrateados PIC 9(6) VALUE ZERO.
       77 WS-CantEgresados   PIC 9(6) VALUE ZERO.
       77 WS-CantNoIngresados PIC 9(6) VALUE ZERO.
       77 WS-CantSinSueldo   PIC 9(6) VALUE ZERO.
       77 WS-CantSinCBU      PIC 9(6) VALUE ZERO.
       77 WS-CantTransf      PIC 9(6) VALUE ZERO.
       01 WS-LineaLiq.
           03 LQ-SSN         PIC 9(9).
           03 FILLER         PIC X VALUE SPACE.
           03 LQ-Nombre      PIC X(22).
           03 LQ-Dias        PIC Z9.
           03 FILLER         PIC X VALUE SPACE.
           03 LQ-Basico      PIC Z.ZZZ.ZZ9,99.
           03 LQ-Antig       PIC Z.ZZZ.ZZ9,99.
           03 LQ-Bruto       PIC Z.ZZZ.ZZ9,99.
           03 LQ-Jubilacion  PIC Z.ZZZ.ZZ9,99.
           03 LQ-ObraSocial  PIC Z.ZZZ.ZZ9,99.
           03 LQ-Pami        PIC Z.ZZZ.ZZ9,99.
           03 LQ-Neto        PIC Z.ZZZ.ZZ9,99.
       01 WS-LineaTotal.
           03 LT-Texto       PIC X(40).
           03 LT-Importe     PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LineaRecibo.
           03 RB-Concepto    PIC X(40).
           03 RB-Haberes     PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 RB-Descuentos  PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       77 WS-PctEdit         PIC ZZ9,99.
       77 WS-NombreCompleto  PIC X(27).
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-PeriodoX FROM ENVIRONMENT "LIQUIDACION_PERIODO"
           IF WS-PeriodoX = SPACES
               MOVE WS-FechaHoy(1:6) TO WS-PeriodoX
               IF WS-PeriodoMes = 1
                   MOVE 12 TO WS-PeriodoMes
                   SUBTRACT 1 FROM WS-PeriodoAnio
               ELSE
                   SUBTRACT 1 FROM WS-PeriodoMes
               END-IF
           END-IF
           IF WS-PeriodoX NOT NUMERIC
               OR WS-PeriodoMes < 1 OR WS-PeriodoMes > 12
               DISPLAY "ERROR: periodo invalido en "
                       "LIQUIDACION_PERIODO: " WS-PeriodoX " (AAAAMM)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DIAS-DEL-MES-PERFORM
           COMPUTE WS-InicioPer = WS-Periodo * 100 + 1
           COMPUTE WS-FinPer = WS-Periodo * 100 + WS-DiasMes
           PERFORM LEER-PARAMETROS-PERFORM
           OPEN INPUT EmployeeFile
           IF WS-FileStatus = "35"
               DISPLAY "No existe employee.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SueldoFile
           IF WS-SueldoStatus = "35"
               DISPLAY "No existe Sueldos.dat (ver employee_sueldo"
                       ".cbl)"
               CLOSE EmployeeFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReporteFile
           OPEN OUTPUT TransfFile
           MOVE SPACES TO RptLinea
           STRING "LIBRO DE SUELDOS - PERIODO " WS-PeriodoX
                  "   (liquidado el " WS-FechaHoy ")"
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           MOVE "SSN"       TO RptLinea(1:)
           MOVE "Empleado"  TO RptLinea(11:)
           MOVE "Dias"      TO RptLinea(32:)
           MOVE "Basico"    TO RptLinea(42:)
           MOVE "Antig."    TO RptLinea(54:)
           MOVE "Bruto"     TO RptLinea(67:)
           MOVE "Jubil."    TO RptLinea(78:)
           MOVE "O.Soc."    TO RptLinea(90:)
           MOVE "PAMI"      TO RptLinea(104:)
           MOVE "Neto"      TO RptLinea(116:)
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
           CLOSE SueldoFile
           PERFORM IMPRIMIR-TOTALES-PERFORM
           CLOSE ReporteFile
           MOVE SPACES TO TransfTrailer
           MOVE "T"            TO TT-Tipo
           MOVE WS-CantTransf  TO TT-Cantidad
           MOVE WS-TotTransf   TO TT-Total
           MOVE WS-Periodo     TO TT-Periodo
           WRITE TransfTrailer
           CLOSE TransfFile
           MOVE "LibroSueldos"      TO SPL-Reporte
           MOVE "LibroSueldos.txt"  TO SPL-Origen
           MOVE "EMPLOYEE-LIQUID"   TO SPL-Programa
           MOVE WS-FechaHoy         TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "LIQUIDACION DE SUELDOS PERIODO " WS-PeriodoX
           DISPLAY "Legajos leidos..........: " WS-CantLegajos
           DISPLAY "Liquidados..............: " WS-CantLiquidados
           DISPLAY "  con dias proporcionales: " WS-CantProrrateados
           DISPLAY "Egresados antes del mes.: " WS-CantEgresados
           DISPLAY "Ingresan despues del mes: " WS-CantNoIngresados
           DISPLAY "Transferencias..........: " WS-CantTransf
                   " (TransfBanco.dat)"
           IF WS-CantSinSueldo > ZERO OR WS-CantSinCBU > ZERO
               DISPLAY "AVISO: " WS-CantSinSueldo
                       " legajos sin sueldo cargado y "
                       WS-CantSinCBU " sin CBU valido"
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

      *    Dias del mes del periodo, con febrero de 29 en bisiesto
      *    (misma regla que employee_maint.cbl).
       DIAS-DEL-MES-PERFORM.
           EVALUATE WS-PeriodoMes
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DiasMes
               WHEN 2
                   MOVE 28 TO WS-DiasMes
                   DIVIDE WS-PeriodoAnio BY 4
                       GIVING WS-Cociente REMAINDER WS-Resto4
                   DIVIDE WS-PeriodoAnio BY 100
                       GIVING WS-Cociente REMAINDER WS-Resto100
                   DIVIDE WS-PeriodoAnio BY 400
                       GIVING WS-Cociente REMAINDER WS-Resto400
                   IF WS-Resto4 = ZERO
                       AND (WS-Resto100 NOT = ZERO
                       OR WS-Resto400 = ZERO)
                       MOVE 29 TO WS-DiasMes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DiasMes
           END-EVALUATE.

      *    Tasas de parametros.dat: por clave, el registro con la
      *    vigencia mas nueva que no pase del ultimo dia del
      *    periodo, para que una reliquidacion use las tasas de ese
      *    mes. Sin archivo o sin la clave, queda el VALUE.
       LEER-PARAMETROS-PERFORM.
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinParam TO TRUE
               END-READ
               PERFORM UNTIL FinParam
                   IF PRM-FechaVigencia <= WS-FinPer
                       EVALUATE PRM-Clave
                           WHEN "PCT-ANTIGUEDAD"
                               IF PRM-FechaVigencia >= WS-VigAntig
                                   MOVE PRM-Valor TO WS-PctAntig
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigAntig
                               END-IF
                           WHEN "PCT-JUBILACION"
                               IF PRM-FechaVigencia >= WS-VigJubilacion
                                   MOVE PRM-Valor TO WS-PctJubilacion
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigJubilacion
                               END-IF
                           WHEN "PCT-OBRASOCIAL"
                               IF PRM-FechaVigencia >= WS-VigObraSocial
                                   MOVE PRM-Valor TO WS-PctObraSocial
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigObraSocial
                               END-IF
                           WHEN "PCT-PAMI"
                               IF PRM-FechaVigencia >= WS-VigPami
                                   MOVE PRM-Valor TO WS-PctPami
                                   MOVE PRM-FechaVigencia
                                       TO WS-VigPami
                               END-IF
                       END-EVALUATE
                   END-IF
                   READ ParamFile
                       AT END SET FinParam TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF.

      *    Decide si el legajo entra en el periodo y por que tramo:
      *    desde el ingreso (o el 1ro) hasta el egreso (o el ultimo
      *    dia). Un ingreso en ceros (sin dato, ver
      *    employee_convert.cbl) se toma como anterior al periodo.
       PROCESAR-LEGAJO-PERFORM.
           MOVE EmpHireDate TO WS-IngresoNum
           MOVE ZERO TO WS-EgresoNum
           IF EmpDesvinculado
               MOVE EmpSepDate TO WS-EgresoNum
           END-IF
           EVALUATE TRUE
               WHEN WS-IngresoNum > WS-FinPer
                   ADD 1 TO WS-CantNoIngresados
               WHEN EmpDesvinculado AND WS-EgresoNum < WS-InicioPer
                   ADD 1 TO WS-CantEgresados
               WHEN OTHER
                   MOVE WS-InicioPer TO WS-DesdeNum
                   IF WS-IngresoNum > WS-InicioPer
                       MOVE WS-IngresoNum TO WS-DesdeNum
                   END-IF
                   MOVE WS-FinPer TO WS-HastaNum
                   IF EmpDesvinculado AND WS-EgresoNum < WS-FinPer
                       MOVE WS-EgresoNum TO WS-HastaNum
                   END-IF
                   COMPUTE WS-DiasTrab = WS-HastaDia - WS-DesdeDia + 1
                   PERFORM LIQUIDAR-LEGAJO-PERFORM
           END-EVALUATE.

       LIQUIDAR-LEGAJO-PERFORM.
           MOVE SPACES TO WS-NombreCompleto
           STRING EmpSurname DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  EmpForname DELIMITED BY "  "
               INTO WS-NombreCompleto
           MOVE "N" TO WS-SueldoLeido
           MOVE EmpSSN TO SU-SSN
           READ SueldoFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET SueldoLeido TO TRUE
           END-READ
           IF NOT SueldoLeido
               ADD 1 TO WS-CantSinSueldo
               MOVE SPACES TO RptLinea
               MOVE EmpSSN TO RptLinea(1:9)
               MOVE WS-NombreCompleto TO RptLinea(11:22)
               MOVE "SIN SUELDO CARGADO EN Sueldos.dat, NO SE LIQUIDA"
                   TO RptLinea(36:)
               PERFORM ESCRIBIR-LINEA-PERFORM
           ELSE
               ADD 1 TO WS-CantLiquidados
               IF WS-DiasTrab < WS-DiasMes
                   ADD 1 TO WS-CantProrrateados
                   COMPUTE WS-Basico ROUNDED =
                       SU-Basico * WS-DiasTrab / WS-DiasMes
               ELSE
                   MOVE SU-Basico TO WS-Basico
               END-IF
      *        Anios cumplidos desde el ingreso al ultimo dia del mes.
               MOVE ZERO TO WS-Anios
               IF WS-IngresoNum NOT = ZERO
                   COMPUTE WS-Anios = WS-PeriodoAnio - EmpHireYOB
                   COMPUTE WS-MesDiaIngreso =
                       EmpHireMOB * 100 + EmpHireDOB
                   COMPUTE WS-MesDiaCierre =
                       WS-PeriodoMes * 100 + WS-DiasMes
                   IF WS-MesDiaCierre < WS-MesDiaIngreso
                       SUBTRACT 1 FROM WS-Anios
                   END-IF
               END-IF
               COMPUTE WS-Antig ROUNDED =
                   WS-Basico * WS-Anios * WS-PctAntig / 100
               COMPUTE WS-Bruto = WS-Basico + WS-Antig
               COMPUTE WS-Jubilacion ROUNDED =
                   WS-Bruto * WS-PctJubilacion / 100
               COMPUTE WS-ObraSocial ROUNDED =
                   WS-Bruto * WS-PctObraSocial / 100
               COMPUTE WS-Pami ROUNDED =
                   WS-Bruto * WS-PctPami / 100
               COMPUTE WS-Descuentos =
                   WS-Jubilacion + WS-ObraSocial + WS-Pami
               COMPUTE WS-Neto = WS-Bruto - WS-Descuentos
               ADD WS-Basico     TO WS-TotBasico
               ADD WS-Antig      TO WS-TotAntig
               ADD WS-Bruto      TO WS-TotBruto
               ADD WS-Jubilacion TO WS-TotJubilacion
               ADD WS-ObraSocial TO WS-TotObraSocial
               ADD WS-Pami       TO WS-TotPami
               ADD WS-Neto       TO WS-TotNeto
               MOVE EmpSSN            TO LQ-SSN
               MOVE WS-NombreCompleto TO LQ-Nombre
               MOVE WS-DiasTrab       TO LQ-Dias
               MOVE WS-Basico         TO LQ-Basico
               MOVE WS-Antig          TO LQ-Antig
               MOVE WS-Bruto          TO LQ-Bruto
               MOVE WS-Jubilacion     TO LQ-Jubilacion
               MOVE WS-ObraSocial     TO LQ-ObraSocial
               MOVE WS-Pami           TO LQ-Pami
               MOVE WS-Neto           TO LQ-Neto
               MOVE WS-LineaLiq TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
               PERFORM EMITIR-RECIBO-PERFORM
               PERFORM GRABAR-TRANSFERENCIA-PERFORM
           END-IF.

      *    Un archivo por empleado y periodo; una reliquidacion del
      *    mismo mes lo vuelve a generar.
       EMITIR-RECIBO-PERFORM.
           MOVE SPACES TO WS-ReciboPath
           STRING "Recibo-" WS-PeriodoX "-" EmpSSN ".txt"
               DELIMITED BY SIZE INTO WS-ReciboPath
           OPEN OUTPUT ReciboFile
           MOVE SPACES TO ReciboLinea
           STRING "RECIBO DE HABERES - PERIODO " WS-PeriodoX
               DELIMITED BY SIZE INTO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-LINE-REC TO ReciboLinea
           WRITE ReciboLinea
           MOVE SPACES TO ReciboLinea
           STRING "Empleado..: " WS-NombreCompleto
                  "  SSN " EmpSSN
               DELIMITED BY SIZE INTO ReciboLinea
           WRITE ReciboLinea
           MOVE SPACES TO ReciboLinea
           STRING "Categoria.: " SU-Categoria
                  "  Ingreso " EmpHireDate
                  "  Antiguedad " WS-Anios " anios"
               DELIMITED BY SIZE INTO ReciboLinea
           WRITE ReciboLinea
           MOVE SPACES TO ReciboLinea
           STRING "Dias trabajados " WS-DiasTrab " de " WS-DiasMes
                  " (del " WS-DesdeNum " al " WS-HastaNum ")"
               DELIMITED BY SIZE INTO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-LINE-REC TO ReciboLinea
           WRITE ReciboLinea
           MOVE SPACES TO WS-LineaRecibo
           MOVE "Concepto" TO RB-Concepto
           MOVE WS-LineaRecibo TO ReciboLinea
           MOVE "Haberes"    TO ReciboLinea(46:)
           MOVE "Descuentos" TO ReciboLinea(63:)
           WRITE ReciboLinea
           MOVE SPACES TO WS-LineaRecibo
           MOVE "Sueldo basico" TO RB-Concepto
           MOVE WS-Basico TO RB-Haberes
           MOVE ZERO TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-PctAntig TO WS-PctEdit
           MOVE SPACES TO RB-Concepto
           STRING "Antiguedad " WS-Anios " x " WS-PctEdit "%"
               DELIMITED BY SIZE INTO RB-Concepto
           MOVE WS-Antig TO RB-Haberes
           MOVE ZERO TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-PctJubilacion TO WS-PctEdit
           MOVE SPACES TO RB-Concepto
           STRING "Jubilacion " WS-PctEdit "%"
               DELIMITED BY SIZE INTO RB-Concepto
           MOVE ZERO TO RB-Haberes
           MOVE WS-Jubilacion TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-PctObraSocial TO WS-PctEdit
           MOVE SPACES TO RB-Concepto
           STRING "Obra social " WS-PctEdit "%"
               DELIMITED BY SIZE INTO RB-Concepto
           MOVE WS-ObraSocial TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-PctPami TO WS-PctEdit
           MOVE SPACES TO RB-Concepto
           STRING "Ley 19032 (PAMI) " WS-PctEdit "%"
               DELIMITED BY SIZE INTO RB-Concepto
           MOVE WS-Pami TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE WS-LINE-REC TO ReciboLinea
           WRITE ReciboLinea
           MOVE "Totales" TO RB-Concepto
           MOVE WS-Bruto TO RB-Haberes
           MOVE WS-Descuentos TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE "NETO A COBRAR" TO RB-Concepto
           MOVE WS-Neto TO RB-Haberes
           MOVE ZERO TO RB-Descuentos
           MOVE WS-LineaRecibo TO ReciboLinea
           WRITE ReciboLinea
           MOVE SPACES TO ReciboLinea
           STRING "Deposito en CBU " SU-CBU
               DELIMITED BY SIZE INTO ReciboLinea
           WRITE ReciboLinea
           CLOSE ReciboFile.

      *    Sin CBU valido no hay transferencia: el recibo sale igual
      *    y el legajo queda listado para pagarlo por otra via.
       GRABAR-TRANSFERENCIA-PERFORM.
           IF SU-CBU NOT NUMERIC
               ADD 1 TO WS-CantSinCBU
               MOVE SPACES TO RptLinea
               MOVE "   SIN CBU VALIDO, NO VA A TransfBanco.dat"
                   TO RptLinea(11:)
               PERFORM ESCRIBIR-LINEA-PERFORM
           ELSE
               IF WS-Neto > ZERO
                   MOVE SPACES TO TransfRecord
                   MOVE "D"               TO TB-Tipo
                   MOVE SU-CBU            TO TB-CBU
                   MOVE EmpSSN            TO TB-SSN
                   MOVE WS-NombreCompleto TO TB-Nombre
                   MOVE WS-Neto           TO TB-Importe
                   MOVE WS-Periodo        TO TB-Periodo
                   WRITE TransfRecord
                   ADD 1 TO WS-CantTransf
                   ADD WS-Neto TO WS-TotTransf
               END-IF
           END-IF.

       IMPRIMIR-TOTALES-PERFORM.
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO WS-LineaLiq
           MOVE ZERO TO LQ-SSN
           MOVE "TOTALES" TO LQ-Nombre
           MOVE ZERO TO LQ-Dias
           MOVE WS-TotBasico     TO LQ-Basico
           MOVE WS-TotAntig      TO LQ-Antig
           MOVE WS-TotBruto      TO LQ-Bruto
           MOVE WS-TotJubilacion TO LQ-Jubilacion
           MOVE WS-TotObraSocial TO LQ-ObraSocial
           MOVE WS-TotPami       TO LQ-Pami
           MOVE WS-TotNeto       TO LQ-Neto
           MOVE WS-LineaLiq TO RptLinea
           MOVE SPACES TO RptLinea(1:9)
           MOVE SPACES TO RptLinea(33:2)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "TOTALES POR CONCEPTO" TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Sueldo basico"             TO LT-Texto
           MOVE WS-TotBasico                TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Adicional por antiguedad"  TO LT-Texto
           MOVE WS-TotAntig                 TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Total bruto"               TO LT-Texto
           MOVE WS-TotBruto                 TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Jubilacion"                TO LT-Texto
           MOVE WS-TotJubilacion            TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Obra social"               TO LT-Texto
           MOVE WS-TotObraSocial            TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Ley 19032 (PAMI)"          TO LT-Texto
           MOVE WS-TotPami                  TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Total neto"                TO LT-Texto
           MOVE WS-TotNeto                  TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE "Transferido (TransfBanco.dat)" TO LT-Texto
           MOVE WS-TotTransf                TO LT-Importe
           PERFORM ESCRIBIR-TOTAL-PERFORM
           MOVE SPACES TO RptLinea
           STRING "Empleados liquidados " WS-CantLiquidados
                  "  proporcionales " WS-CantProrrateados
                  "  sin sueldo " WS-CantSinSueldo
                  "  sin CBU " WS-CantSinCBU
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-TOTAL-PERFORM.
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM EMPLOYEE-LIQUIDACION.
