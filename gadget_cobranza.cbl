      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Cobranza de la cuenta corriente de clientes de
      *          GadgetShop: registra los pagos recibidos de los
      *          clientes de GadgetCli.dat como movimientos P de
      *          GadgetCtaCte.dat (CTACTE.CPY), con el medio de pago
      *          y el numero de recibo, fechados con la fecha de
      *          negocio. Antes de cargar el pago muestra el limite
      *          de credito y el saldo del cliente (CTAPROC.CPY), y
      *          tiene una consulta de los movimientos de un cliente.
      *          Los cargos y creditos los graba gadgetshop.cbl al
      *          aplicar el lote; el resumen mensual es
      *          gadget_ctacte_resumen.cbl y la antiguedad de saldos
      *          gadget_ar_aging.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-COBRANZA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTA-Status.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
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
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "ctawork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-CliStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       01 tarea PIC X.
           88 cobranza          VALUE "1".
           88 consulta          VALUE "2".
           88 salir             VALUE "3".
       01 continuar             PIC X.
       77 WS-BuscarCliente      PIC 9(4).
       77 WS-NombreCli          PIC X(30).
       77 WS-LimiteCli          PIC 9(7)V99.
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
       01 WS-Duplicado          PIC X VALUE "N".
           88 Duplicado         VALUE "S".
      *    Los importes se teclean como digitos corridos con dos
      *    decimales implicitos (000125000 = 1.250,00): el ACCEPT de
      *    consola no interpreta la coma y truncaria el valor.
       01 WS-ImporteX           PIC X(9).
       01 WS-ImporteN REDEFINES WS-ImporteX PIC 9(7)V99.
       01 WS-Medio              PIC X.
           88 MedioValido       VALUE "E" "T" "Q".
       77 WS-Recibo             PIC X(12).
       01 WS-Confirma           PIC X.
       01 WS-EditImporte        PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EditSaldo          PIC ZZZ.ZZZ.ZZ9,99-.
       77 WS-SaldoCorrido       PIC S9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-COBRANZA" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               MOVE "GADGETCTACTE" TO JRN-Archivo
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "COBRANZA DE CUENTA CORRIENTE GADGETSHOP"
               LINE 2 POSITION 10
           DISPLAY "1 - Registrar Pago de Cliente"
               LINE 4 POSITION 10
           DISPLAY "2 - Consulta de Cuenta de un Cliente"
               LINE 5 POSITION 10
           DISPLAY "3 - Salir del Sistema"
               LINE 6 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 8 POSITION 10
           ACCEPT tarea LINE 8 POSITION 52.
           EVALUATE TRUE
               WHEN cobranza PERFORM COBRANZA-PERFORM
               WHEN consulta PERFORM CONSULTA-PERFORM
               WHEN salir PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 10 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 11 POSITION 10
                   ACCEPT continuar LINE 12 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Cliente existente (0000 es consumidor final, no tiene
      *    cuenta), importe mayor a cero, medio de pago E/T/Q y
      *    numero de recibo no repetido para el cliente. El pago
      *    puede dejar saldo a favor del cliente.
       COBRANZA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REGISTRAR PAGO DE CLIENTE" LINE 2 POSITION 10
           DISPLAY "Cliente: " LINE 4 POSITION 5
           ACCEPT WS-BuscarCliente LINE 4 POSITION 30
           PERFORM BUSCAR-CLIENTE-PERFORM
           IF NOT Encontrado OR WS-BuscarCliente = ZERO
               DISPLAY "CLIENTE INEXISTENTE EN GadgetCli.dat"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY WS-NombreCli LINE 4 POSITION 40
           MOVE WS-BuscarCliente TO CTA-Cliente
           PERFORM SALDO-CLIENTE-PERFORM
           MOVE WS-LimiteCli TO WS-EditImporte
           DISPLAY "Limite de credito: $ " LINE 5 POSITION 5
           DISPLAY WS-EditImporte LINE 5 POSITION 30
           MOVE CTA-Saldo TO WS-EditSaldo
           DISPLAY "Saldo actual: $ " LINE 6 POSITION 5
           DISPLAY WS-EditSaldo LINE 6 POSITION 28
           DISPLAY "Importe (9 digitos, 2 dec.): " LINE 8 POSITION 5
           ACCEPT WS-ImporteX LINE 8 POSITION 36
           IF WS-ImporteX NOT NUMERIC OR WS-ImporteN = ZERO
               DISPLAY "IMPORTE INVALIDO" LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "Medio (E efectivo/T transf./Q cheque): "
               LINE 9 POSITION 5
           ACCEPT WS-Medio LINE 9 POSITION 45
           MOVE FUNCTION UPPER-CASE(WS-Medio) TO WS-Medio
           IF NOT MedioValido
               DISPLAY "MEDIO DE PAGO INVALIDO" LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "Numero de recibo: " LINE 10 POSITION 5
           ACCEPT WS-Recibo LINE 10 POSITION 30
           PERFORM BUSCAR-RECIBO-PERFORM
           IF Duplicado OR WS-Recibo = SPACES
               DISPLAY "RECIBO VACIO O YA CARGADO PARA EL CLIENTE"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE WS-ImporteN TO WS-EditImporte
           DISPLAY "Pago de $ " LINE 12 POSITION 5
           DISPLAY WS-EditImporte LINE 12 POSITION 15
           DISPLAY "con fecha" LINE 12 POSITION 30
           DISPLAY WS-FechaHoy LINE 12 POSITION 40
           DISPLAY "Confirma el pago (S/N): " LINE 13 POSITION 5
           ACCEPT WS-Confirma LINE 13 POSITION 30
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               PERFORM GRABAR-PAGO-PERFORM
               DISPLAY "PAGO REGISTRADO CON EXITO" LINE 20 POSITION 5
           ELSE
               DISPLAY "PAGO CANCELADO" LINE 20 POSITION 5
           END-IF
           PERFORM PAUSA-PERFORM
           PERFORM MAIN-PROCEDURE.

       GRABAR-PAGO-PERFORM.
           OPEN EXTEND CtaCteFile
           IF CTA-Status = "35"
               OPEN OUTPUT CtaCteFile
           END-IF
           MOVE SPACES TO CtaCteRecord
           MOVE WS-BuscarCliente TO CC-Cliente
           MOVE WS-FechaHoy      TO CC-Fecha
           SET CC-Pago           TO TRUE
           MOVE WS-Recibo        TO CC-Comprobante
           MOVE ZERO             TO CC-GadgetID
           MOVE ZERO             TO CC-Sucursal
           MOVE ZERO             TO CC-Cantidad
           MOVE WS-ImporteN      TO CC-Neto
           MOVE ZERO             TO CC-Iva
           MOVE WS-ImporteN      TO CC-Importe
           MOVE WS-Medio         TO CC-MedioPago
           MOVE SGN-Usuario      TO CC-Usuario
           WRITE CtaCteRecord
           CLOSE CtaCteFile
           MOVE SPACES TO JRN-Clave
           STRING CC-Cliente " " CC-Comprobante DELIMITED BY SIZE
               INTO JRN-Clave
           MOVE SPACES TO JRN-Antes
           MOVE CtaCteRecord TO JRN-Despues
           MOVE "A" TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM.

      *    Movimientos del cliente con el saldo corrido.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "Cliente a consultar: "
           ACCEPT WS-BuscarCliente
           PERFORM BUSCAR-CLIENTE-PERFORM
           IF Encontrado
               MOVE WS-LimiteCli TO WS-EditImporte
               DISPLAY "Cliente " WS-BuscarCliente " " WS-NombreCli
                       " Limite $ " WS-EditImporte
           END-IF
           DISPLAY "Fecha    T Comprobante  Articulo Cant"
                   "        Importe           Saldo"
           MOVE ZERO TO WS-SaldoCorrido
           MOVE "N" TO CTA-Fin
           OPEN INPUT CtaCteFile
           IF CTA-Status = "35"
               DISPLAY "NO HAY MOVIMIENTOS DE CUENTA CORRIENTE"
           ELSE
               READ CtaCteFile
                   AT END SET CTA-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CTA-FinArchivo
                   IF CC-Cliente = WS-BuscarCliente
                       IF CC-Cargo
                           ADD CC-Importe TO WS-SaldoCorrido
                       ELSE
                           SUBTRACT CC-Importe FROM WS-SaldoCorrido
                       END-IF
                       MOVE CC-Importe TO WS-EditImporte
                       MOVE WS-SaldoCorrido TO WS-EditSaldo
                       DISPLAY CC-Fecha " " CC-Tipo " "
                               CC-Comprobante " " CC-GadgetID "   "
                               CC-Cantidad " " WS-EditImporte " "
                               WS-EditSaldo
                   END-IF
                   READ CtaCteFile
                       AT END SET CTA-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaCteFile
           END-IF
           DISPLAY "Tipo: C cargo por venta / N credito por devolucion"
                   " / P pago"
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

       BUSCAR-CLIENTE-PERFORM.
           MOVE "N" TO WS-Encontrado
           MOVE SPACES TO WS-NombreCli
           MOVE ZERO TO WS-LimiteCli
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF CliCodigo = WS-BuscarCliente
                       SET Encontrado TO TRUE
                       MOVE CliNombre TO WS-NombreCli
                       IF CliLimite NUMERIC
                           MOVE CliLimite TO WS-LimiteCli
                       END-IF
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

      *    Un recibo ya cargado como pago del mismo cliente no se
      *    acepta de nuevo.
       BUSCAR-RECIBO-PERFORM.
           MOVE "N" TO WS-Duplicado
           MOVE "N" TO CTA-Fin
           OPEN INPUT CtaCteFile
           IF CTA-Status = "35"
               CONTINUE
           ELSE
               READ CtaCteFile
                   AT END SET CTA-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CTA-FinArchivo
                   IF CC-Cliente = WS-BuscarCliente AND CC-Pago
                       AND CC-Comprobante = WS-Recibo
                       SET Duplicado TO TRUE
                   END-IF
                   READ CtaCteFile
                       AT END SET CTA-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaCteFile
           END-IF.

      *    La fecha de negocio manda sobre el reloj de pared para el
      *    pago. Sin FechaNegocio.dat, fecha del sistema.
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

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 21 POSITION 5
           ACCEPT continuar LINE 22 POSITION 5.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "ctaproc.cpy".
       END PROGRAM GADGET-COBRANZA.
