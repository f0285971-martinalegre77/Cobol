      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento de la tabla de imputacion contable de
      *          los movimientos de stock (CuentasContables.dat,
      *          layout comun CTACONT.CPY), con el mismo esquema de
      *          historial append-only y fecha de vigencia que
      *          iva_mant.cbl usa para IvaCategorias.dat. Para cada
      *          tipo de movimiento del kardex y concepto (NETO, IVA
      *          o COSTO) se registra la cuenta del debe y la del
      *          haber; un cambio de plan de cuentas es un registro
      *          nuevo con su vigencia, sin tocar el programa que
      *          arma la interfaz al mayor (gadget_asientos.cbl).
      *          Exige nivel 3 (administracion).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTACONT-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CtaFile
           ASSIGN TO "CuentasContables.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtaStatus.
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
       FD CtaFile.
           COPY "ctacont.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-CtaStatus      PIC XX.
       01 WS-FinCta         PIC X VALUE "N".
           88 FinCta        VALUE "S".
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 registrar         VALUE "2".
           88 historial         VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       77 WS-HoyCta         PIC 9(8).
      *    Imputacion vigente por tipo y concepto vista en el archivo.
       77 WS-CantCtas       PIC 9(2) VALUE ZERO.
       77 WS-SubCta         PIC 9(2).
       01 TABLA-CTAS.
           05 CTA-ITEM OCCURS 30 TIMES.
               10 TC-Clave       PIC X(6).
               10 TC-CtaDebe     PIC 9(6).
               10 TC-CtaHaber    PIC 9(6).
               10 TC-Vigencia    PIC 9(8).
               10 TC-Usuario     PIC X(10).
       01 WS-CtaVista       PIC X.
      *    Combinaciones de tipo y concepto que usa la interfaz.
       01 TABLA-REQUERIDAS-DEF.
           05 FILLER            PIC X(6) VALUE "SNETO ".
           05 FILLER            PIC X(6) VALUE "SIVA  ".
           05 FILLER            PIC X(6) VALUE "SCOSTO".
           05 FILLER            PIC X(6) VALUE "DNETO ".
           05 FILLER            PIC X(6) VALUE "DIVA  ".
           05 FILLER            PIC X(6) VALUE "DCOSTO".
           05 FILLER            PIC X(6) VALUE "RCOSTO".
           05 FILLER            PIC X(6) VALUE "PCOSTO".
           05 FILLER            PIC X(6) VALUE "TCOSTO".
           05 FILLER            PIC X(6) VALUE "ECOSTO".
           05 FILLER            PIC X(6) VALUE "JCOSTO".
       01 TABLA-REQUERIDAS REDEFINES TABLA-REQUERIDAS-DEF.
           05 RQ-Clave          PIC X(6) OCCURS 11 TIMES.
       77 WS-SubRq          PIC 9(2).
       01 WS-ClaveOk        PIC X VALUE "N".
           88 ClaveOk       VALUE "S".
       01 WS-Captura.
           03 WS-Clave.
               05 WS-Tipo       PIC X.
               05 WS-Concepto   PIC X(5).
           03 WS-DebeX          PIC X(6).
           03 WS-Debe-N REDEFINES WS-DebeX PIC 9(6).
           03 WS-HaberX         PIC X(6).
           03 WS-Haber-N REDEFINES WS-HaberX PIC 9(6).
           03 WS-Vigencia       PIC 9(8).
           03 WS-Nota           PIC X(30).
       77 WS-FechaAnio      PIC 9(4).
       77 WS-FechaMes       PIC 9(2).
       77 WS-FechaDia       PIC 9(2).
       77 WS-DiasDelMes     PIC 9(2).
       77 WS-Resto4         PIC 9(4).
       77 WS-Resto100       PIC 9(4).
       77 WS-Resto400       PIC 9(4).
       77 WS-Cociente       PIC 9(4).
       01 WS-FechaOk        PIC X VALUE "N".
           88 FechaOk       VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "CTACONT-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "IMPUTACION CONTABLE DE MOVIMIENTOS"
               LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Vigentes"      LINE 4 POSITION 10
           DISPLAY "2 - Registrar Cambio"          LINE 5 POSITION 10
           DISPLAY "3 - Historial Completo"        LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN registrar PERFORM REGISTRAR-PERFORM
               WHEN historial PERFORM HISTORIAL-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Muestra las combinaciones que usa la interfaz en orden,
      *    con su imputacion vigente o el aviso de que falta.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-VIGENTES-PERFORM
           DISPLAY "IMPUTACION VIGENTE AL " WS-HoyCta
           DISPLAY "Tipo Concepto  Debe   Haber  Desde    Usuario"
           PERFORM VARYING WS-SubRq FROM 1 BY 1 UNTIL WS-SubRq > 11
               MOVE "N" TO WS-CtaVista
               PERFORM VARYING WS-SubCta FROM 1 BY 1
                   UNTIL WS-SubCta > WS-CantCtas
                   OR WS-CtaVista = "S"
                   IF TC-Clave(WS-SubCta) = RQ-Clave(WS-SubRq)
                       MOVE "S" TO WS-CtaVista
                       DISPLAY "  " RQ-Clave(WS-SubRq)(1:1) "  "
                               RQ-Clave(WS-SubRq)(2:5) "    "
                               TC-CtaDebe(WS-SubCta) " "
                               TC-CtaHaber(WS-SubCta) " "
                               TC-Vigencia(WS-SubCta) " "
                               TC-Usuario(WS-SubCta)
                   END-IF
               END-PERFORM
               IF WS-CtaVista = "N"
                   DISPLAY "  " RQ-Clave(WS-SubRq)(1:1) "  "
                           RQ-Clave(WS-SubRq)(2:5) "    "
                           "*** SIN CUENTA: la interfaz no se arma"
                           " con movimientos de este tipo ***"
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    Una entrada por tipo y concepto con la vigencia mas nueva
      *    no futura, mismo criterio que iva_mant.cbl.
       CARGAR-VIGENTES-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HoyCta
           MOVE ZERO TO WS-CantCtas
           MOVE "N" TO WS-FinCta
           OPEN INPUT CtaFile
           IF WS-CtaStatus = "35"
               CONTINUE
           ELSE
               READ CtaFile
                   AT END SET FinCta TO TRUE
               END-READ
               PERFORM UNTIL FinCta
                   IF CC-FechaVigencia <= WS-HoyCta
                       PERFORM ACUMULAR-VIGENTE-PERFORM
                   END-IF
                   READ CtaFile
                       AT END SET FinCta TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaFile
           END-IF.

       ACUMULAR-VIGENTE-PERFORM.
           MOVE "N" TO WS-CtaVista
           PERFORM VARYING WS-SubCta FROM 1 BY 1
               UNTIL WS-SubCta > WS-CantCtas
               IF TC-Clave(WS-SubCta) = CC-Clave
                   MOVE "S" TO WS-CtaVista
                   IF CC-FechaVigencia >= TC-Vigencia(WS-SubCta)
                       MOVE CC-CtaDebe  TO TC-CtaDebe(WS-SubCta)
                       MOVE CC-CtaHaber TO TC-CtaHaber(WS-SubCta)
                       MOVE CC-FechaVigencia
                           TO TC-Vigencia(WS-SubCta)
                       MOVE CC-Usuario  TO TC-Usuario(WS-SubCta)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CtaVista = "N" AND WS-CantCtas < 30
               ADD 1 TO WS-CantCtas
               MOVE CC-Clave    TO TC-Clave(WS-CantCtas)
               MOVE CC-CtaDebe  TO TC-CtaDebe(WS-CantCtas)
               MOVE CC-CtaHaber TO TC-CtaHaber(WS-CantCtas)
               MOVE CC-FechaVigencia TO TC-Vigencia(WS-CantCtas)
               MOVE CC-Usuario  TO TC-Usuario(WS-CantCtas)
           END-IF.

       REGISTRAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR CAMBIO DE IMPUTACION" LINE 2 POSITION 10
           DISPLAY "Tipo de movimiento (S D R P T E J): "
               LINE 4 POSITION 5
           ACCEPT WS-Tipo LINE 4 POSITION 42
           DISPLAY "Concepto (NETO / IVA / COSTO): " LINE 5 POSITION 5
           ACCEPT WS-Concepto LINE 5 POSITION 42
           DISPLAY "Cuenta del debe (6 digitos): " LINE 6 POSITION 5
           ACCEPT WS-DebeX LINE 6 POSITION 42
           DISPLAY "Cuenta del haber (6 digitos): " LINE 7 POSITION 5
           ACCEPT WS-HaberX LINE 7 POSITION 42
           DISPLAY "Vigente desde (AAAAMMDD): " LINE 8 POSITION 5
           ACCEPT WS-Vigencia LINE 8 POSITION 42
           DISPLAY "Nota: " LINE 9 POSITION 5
           ACCEPT WS-Nota LINE 9 POSITION 42
           MOVE FUNCTION UPPER-CASE(WS-Tipo)     TO WS-Tipo
           MOVE FUNCTION UPPER-CASE(WS-Concepto) TO WS-Concepto
           MOVE "N" TO WS-ClaveOk
           PERFORM VARYING WS-SubRq FROM 1 BY 1 UNTIL WS-SubRq > 11
               IF RQ-Clave(WS-SubRq) = WS-Clave
                   SET ClaveOk TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-Vigencia(1:4) TO WS-FechaAnio
           MOVE WS-Vigencia(5:2) TO WS-FechaMes
           MOVE WS-Vigencia(7:2) TO WS-FechaDia
           PERFORM VALIDAR-FECHA-PERFORM
           EVALUATE TRUE
               WHEN NOT ClaveOk
                   DISPLAY "TIPO Y CONCEPTO NO USADOS EN LA INTERFAZ"
                           " (NETO e IVA solo para S y D), CAMBIO"
                           " CANCELADO" LINE 12 POSITION 5
               WHEN WS-DebeX NOT NUMERIC OR WS-HaberX NOT NUMERIC
                   DISPLAY "CUENTA NO NUMERICA, CAMBIO CANCELADO"
                       LINE 12 POSITION 5
               WHEN WS-Debe-N = ZERO OR WS-Haber-N = ZERO
                   DISPLAY "CUENTA EN CERO, CAMBIO CANCELADO"
                       LINE 12 POSITION 5
               WHEN WS-Debe-N = WS-Haber-N
                   DISPLAY "DEBE Y HABER A LA MISMA CUENTA, CAMBIO"
                           " CANCELADO" LINE 12 POSITION 5
               WHEN NOT FechaOk
                   DISPLAY "FECHA DE VIGENCIA INVALIDA, CAMBIO"
                           " CANCELADO" LINE 12 POSITION 5
               WHEN OTHER
                   PERFORM GRABAR-CAMBIO-PERFORM
                   DISPLAY "CAMBIO REGISTRADO" LINE 12 POSITION 5
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

       GRABAR-CAMBIO-PERFORM.
           OPEN EXTEND CtaFile
           IF WS-CtaStatus = "35"
               OPEN OUTPUT CtaFile
           END-IF
           MOVE SPACES TO CtaContRecord
           MOVE WS-Clave     TO CC-Clave
           MOVE WS-Debe-N    TO CC-CtaDebe
           MOVE WS-Haber-N   TO CC-CtaHaber
           MOVE WS-Vigencia  TO CC-FechaVigencia
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-FechaCarga
           MOVE SGN-Usuario  TO CC-Usuario
           MOVE WS-Nota      TO CC-Nota
           WRITE CtaContRecord
           CLOSE CtaFile.

       HISTORIAL-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE "N" TO WS-FinCta
           OPEN INPUT CtaFile
           IF WS-CtaStatus = "35"
               DISPLAY "NO HAY IMPUTACIONES CARGADAS"
           ELSE
               READ CtaFile
                   AT END SET FinCta TO TRUE
               END-READ
               PERFORM UNTIL FinCta
                   DISPLAY CC-Tipo " " CC-Concepto " D " CC-CtaDebe
                           " H " CC-CtaHaber
                           " desde " CC-FechaVigencia
                           " cargado " CC-FechaCarga
                           " por " CC-Usuario " (" CC-Nota ")"
                   READ CtaFile
                       AT END SET FinCta TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaFile
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    Misma validacion de fecha que param_mant.cbl.
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
       END PROGRAM CTACONT-MANT.
