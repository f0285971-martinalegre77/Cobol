      *   02/09/26 MA - Ingreso de operador contra Operadores.dat
      *                 (SIGNPROC.CPY, ver operador_mant.cbl): se
      *                 exige nivel 2 (mantenimiento).
      *   15/10/26 MA - Cuenta corriente de clientes: el registro
      *                 lleva al final el limite de credito
      *                 (CliLimite, 0 = sin control), que se carga en
      *                 el alta y la modificacion. Contra el limite
      *                 avisa gadget_captura.cbl y rechaza
      *                 gadget_edit.cbl; conversion del maestro
      *                 existente con gadgetcli_convert.cbl.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CliFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CliFile.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD CliTemp.
       01 CliDetailsTemp.
           02 TmpCliCodigo   PIC 9(4).
           02 TmpCliNombre   PIC X(30).
           02 TmpCliContacto PIC X(40).
           02 TmpCliLimite   PIC 9(7)V99.
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           03 WS-CliCodigo      PIC 9(4).
           03 WS-CliNombre      PIC X(30).
           03 WS-CliContacto    PIC X(40).
           03 WS-CliLimite      PIC 9(7)V99.
       01 continuar             PIC X.
       01 WS-BuscarCodigo       PIC 9(4).
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
      *    El limite se teclea como digitos corridos con dos
      *    decimales implicitos (000500000 = 5.000,00): el ACCEPT de
      *    consola no interpreta la coma y truncaria el valor.
       01 WS-LimiteX            PIC X(9).
       01 WS-LimiteN REDEFINES WS-LimiteX PIC 9(7)V99.
       01 WS-LimiteOk           PIC X VALUE "N".
           88 LimiteOk          VALUE "S".
       01 WS-LimiteEdit         PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-CLI" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "MAESTRO DE CLIENTES GADGETSHOP"
           ACCEPT WS-CliNombre  LINE 6 POSITION 30
           DISPLAY "Contacto: " LINE 8 POSITION 10
           ACCEPT WS-CliContacto LINE 8 POSITION 30
           DISPLAY "Limite de credito (9999999CC, 0 = sin control): "
               LINE 10 POSITION 10
           MOVE SPACES TO WS-LimiteX
           ACCEPT WS-LimiteX LINE 10 POSITION 59
           PERFORM VALIDAR-LIMITE-PERFORM
           MOVE WS-LimiteN TO WS-CliLimite
           IF NOT LimiteOk
               DISPLAY "LIMITE DE CREDITO INVALIDO"
                   LINE 12 POSITION 10
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 14 POSITION 10
               ACCEPT continuar LINE 15 POSITION 10
               PERFORM MAIN-PROCEDURE
           END-IF
           IF WS-CliCodigo = ZERO
               DISPLAY "EL CODIGO 0000 ES EL CONSUMIDOR FINAL"
                   LINE 12 POSITION 10
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF CliLimite NOT NUMERIC
                       MOVE ZERO TO CliLimite
                   END-IF
                   MOVE CliLimite TO WS-LimiteEdit
                   DISPLAY CliCodigo " | " CliNombre " | "
                           CliContacto " | Limite $ " WS-LimiteEdit
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
           DISPLAY "Nombre: "   LINE 8 POSITION 5
           ACCEPT CliNombre     LINE 8 POSITION 30
           DISPLAY "Contacto: " LINE 9 POSITION 5
           ACCEPT CliContacto   LINE 9 POSITION 30
           IF CliLimite NOT NUMERIC
               MOVE ZERO TO CliLimite
           END-IF
           MOVE CliLimite TO WS-LimiteEdit
           DISPLAY "Limite de credito actual: $ " LINE 10 POSITION 5
           DISPLAY WS-LimiteEdit LINE 10 POSITION 33
           DISPLAY "Nuevo limite (9999999CC, ENTER = sin cambio): "
               LINE 11 POSITION 5
           MOVE SPACES TO WS-LimiteX
           ACCEPT WS-LimiteX LINE 11 POSITION 52
           IF WS-LimiteX NOT = SPACES
               PERFORM VALIDAR-LIMITE-PERFORM
               IF LimiteOk
                   MOVE WS-LimiteN TO CliLimite
               ELSE
                   DISPLAY "LIMITE INVALIDO, QUEDA EL ANTERIOR"
                       LINE 12 POSITION 5
               END-IF
           END-IF.

      *    Un limite en blanco es cero (sin control de credito).
       VALIDAR-LIMITE-PERFORM.
           MOVE "N" TO WS-LimiteOk
           IF WS-LimiteX = SPACES
               MOVE ZERO TO WS-LimiteN
           END-IF
           IF WS-LimiteX IS NUMERIC
               SET LimiteOk TO TRUE
           ELSE
               MOVE ZERO TO WS-LimiteN
           END-IF.

       ELIMINAR-PERFORM.
           CALL "SYSTEM" USING "cls"
