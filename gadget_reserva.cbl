      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Reservas de clientes de GadgetShop (GadgetReservas.dat,
      *          layout comun RESERVA.CPY). Cuando un revendedor deja
      *          una sena por unidades que retira mas adelante, el
      *          mostrador las aparta por cliente, GadgetID y
      *          sucursal, con la cantidad, la sena y la fecha de
      *          vencimiento (por defecto la fecha de negocio mas
      *          DIAS-RESERVA de parametros.dat, 7 si no esta). No se
      *          reserva mas que el disponible: QtyInStock menos las
      *          reservas activas (RSVPROC.CPY). La sena entra a la
      *          cuenta corriente del cliente como pago P (comprobante
      *          SENA nnnnnn), asi al retirar la venta S que graba
      *          gadget_captura.cbl solo deja el saldo a cobrar. La
      *          cancelacion graba la reserva en estado C; la sena
      *          queda a favor del cliente en su cuenta. Las reservas
      *          vencidas sin retirar las vence y lista a la noche
      *          gadget_reserva_vence.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El ingreso exige nivel 2, el mismo de
      *                 gadget_cobranza.cbl: la sena se graba como pago
      *                 en la cuenta corriente y la cancelacion la deja
      *                 a favor del cliente.
      *   15/10/26 MA - El alta carga solo las reservas activas
      *                 (RSV-SoloActivas) para el reservado; la
      *                 consulta y la cancelacion siguen viendo la
      *                 historia completa (RSV-Historia).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-RESERVA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReservaFile
           ASSIGN TO "GadgetReservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSV-Status.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT CtaCteFile
           ASSIGN TO "GadgetCtaCte.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTA-Status.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
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
       FD ReservaFile.
           COPY "reserva.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD CtaCteFile.
           COPY "ctacte.cpy".
       FD ParamFile.
           COPY "paramrec.cpy".
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
       COPY "rsvwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-StockStatus    PIC XX.
       77 WS-CliStatus      PIC XX.
       77 WS-ParamStatus    PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       01 WS-FinParam       PIC X VALUE "N".
           88 FinParam      VALUE "S".
      *    Plazo por defecto de una reserva: clave DIAS-RESERVA de
      *    parametros.dat, la vigencia mas nueva no futura.
       77 WS-DiasReserva    PIC 9(3) VALUE 7.
       77 WS-ParamVig       PIC 9(8) VALUE ZERO.
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 alta              VALUE "2".
           88 cancelar          VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       77 WS-BuscarCliente      PIC 9(4).
       77 WS-NombreCli          PIC X(30).
       01 WS-Encontrado         PIC X VALUE "N".
           88 Encontrado        VALUE "S".
       77 WS-BuscarGadgetID     PIC 9(6).
       77 WS-BuscarSucursal     PIC 9(3).
       77 WS-NomArticulo        PIC X(30).
       77 WS-StockArticulo      PIC 9(6).
       77 WS-Disponible         PIC S9(6).
       01 WS-ArticuloOk         PIC X VALUE "N".
           88 ArticuloOk        VALUE "S".
       01 WS-CantidadX          PIC X(4).
       01 WS-CantidadN REDEFINES WS-CantidadX PIC 9(4).
      *    Los importes se teclean como digitos corridos con dos
      *    decimales implicitos, como en gadget_cobranza.cbl.
       01 WS-SenaX              PIC X(9).
       01 WS-SenaN REDEFINES WS-SenaX PIC 9(7)V99.
       01 WS-Medio              PIC X.
           88 MedioValido       VALUE "E" "T" "Q".
       01 WS-VenceX             PIC X(8).
       01 WS-Vence REDEFINES WS-VenceX PIC 9(8).
       77 WS-NroNuevo           PIC 9(6).
       77 WS-NroCancelar        PIC 9(6).
       77 WS-EditImporte        PIC ZZ.ZZZ.ZZ9,99.
       77 WS-EditCant           PIC ZZZZZ9-.
       77 WS-Situacion          PIC X(9).
       77 WS-CantListadas       PIC 9(4).
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
               MOVE "GADGET-RESERVA" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               MOVE "GADGETCTACTE" TO JRN-Archivo
               ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
               IF WS-StockFilePath = SPACES
                   MOVE "GadgetStock.dat" TO WS-StockFilePath
               END-IF
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
               PERFORM LEER-PARAMETROS-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "RESERVAS DE CLIENTES GADGETSHOP" LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Reservas"        LINE 4 POSITION 10
           DISPLAY "2 - Alta de Reserva"             LINE 5 POSITION 10
           DISPLAY "3 - Cancelar Reserva"            LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"           LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN alta      PERFORM ALTA-PERFORM
               WHEN cancelar  PERFORM CANCELAR-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Con un cliente, todas sus reservas con su estado; con 0000,
      *    solo las activas de todos los clientes.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           SET RSV-Historia TO TRUE
           PERFORM CARGAR-RESERVAS-PERFORM
           DISPLAY "Cliente (0000 = activas de todos): "
               WITH NO ADVANCING
           ACCEPT WS-BuscarCliente
           DISPLAY "RESERVAS AL " WS-FechaHoy
           DISPLAY "Nro    Cli  Articulo Suc Cant         Sena Vence"
                   "    Estado"
           MOVE ZERO TO WS-CantListadas
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant
               EVALUATE TRUE
                   WHEN RT-Estado(RSV-Sub) = "R"
                       MOVE "RETIRADA" TO WS-Situacion
                   WHEN RT-Estado(RSV-Sub) = "C"
                       MOVE "CANCELADA" TO WS-Situacion
                   WHEN RT-Estado(RSV-Sub) = "V"
                       OR RT-Vence(RSV-Sub) < WS-FechaHoy
                       MOVE "VENCIDA" TO WS-Situacion
                   WHEN OTHER
                       MOVE "ACTIVA" TO WS-Situacion
               END-EVALUATE
               IF (WS-BuscarCliente = ZERO
                   AND WS-Situacion = "ACTIVA")
                   OR (WS-BuscarCliente NOT = ZERO
                   AND RT-Cliente(RSV-Sub) = WS-BuscarCliente)
                   ADD 1 TO WS-CantListadas
                   MOVE RT-Sena(RSV-Sub) TO WS-EditImporte
                   DISPLAY RT-Nro(RSV-Sub) " "
                           RT-Cliente(RSV-Sub) " "
                           RT-GadgetID(RSV-Sub) "   "
                           RT-Sucursal(RSV-Sub) " "
                           RT-Cantidad(RSV-Sub) " "
                           WS-EditImporte " "
                           RT-Vence(RSV-Sub) " "
                           WS-Situacion
               END-IF
           END-PERFORM
           IF WS-CantListadas = ZERO
               DISPLAY "NO HAY RESERVAS PARA MOSTRAR"
           END-IF
           IF RSV-Omitidas > ZERO
               DISPLAY "AVISO: tabla de reservas llena, quedaron "
                       RSV-Omitidas " registros sin mostrar"
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    Cliente dado de alta (0000 es consumidor final, sin cuenta
      *    donde imputar la sena), articulo existente en la sucursal,
      *    cantidad no mayor al disponible, sena con medio de pago si
      *    la hay y vencimiento valido no anterior a la fecha de
      *    negocio.
       ALTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           SET RSV-SoloActivas TO TRUE
           PERFORM CARGAR-RESERVAS-PERFORM
           COMPUTE WS-NroNuevo = RSV-UltimoNro + 1
           DISPLAY "ALTA DE RESERVA" LINE 2 POSITION 10
           DISPLAY "Numero asignado: " LINE 3 POSITION 5
           DISPLAY WS-NroNuevo LINE 3 POSITION 32
           DISPLAY "Cliente: " LINE 4 POSITION 5
           ACCEPT WS-BuscarCliente LINE 4 POSITION 32
           PERFORM BUSCAR-CLIENTE-PERFORM
           IF NOT Encontrado OR WS-BuscarCliente = ZERO
               DISPLAY "CLIENTE INEXISTENTE EN GadgetCli.dat"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY WS-NombreCli LINE 4 POSITION 40
           DISPLAY "GadgetID: " LINE 5 POSITION 5
           ACCEPT WS-BuscarGadgetID LINE 5 POSITION 32
           DISPLAY "Sucursal: " LINE 6 POSITION 5
           ACCEPT WS-BuscarSucursal LINE 6 POSITION 32
           PERFORM BUSCAR-ARTICULO-PERFORM
           IF NOT ArticuloOk
               DISPLAY "NO EXISTE ESE GADGETID EN ESA SUCURSAL"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY WS-NomArticulo LINE 5 POSITION 40
           DISPLAY "Stock:" LINE 7 POSITION 5
           DISPLAY WS-StockArticulo LINE 7 POSITION 12
           DISPLAY "Reservado:" LINE 7 POSITION 20
           DISPLAY RSV-Reservado LINE 7 POSITION 31
           MOVE WS-Disponible TO WS-EditCant
           DISPLAY "Disponible:" LINE 7 POSITION 40
           DISPLAY WS-EditCant LINE 7 POSITION 52
           DISPLAY "Cantidad: " LINE 8 POSITION 5
           ACCEPT WS-CantidadX LINE 8 POSITION 32
           IF WS-CantidadX NOT NUMERIC OR WS-CantidadN = ZERO
               DISPLAY "CANTIDAD INVALIDA, ALTA CANCELADA"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           IF WS-CantidadN > WS-Disponible
               DISPLAY "NO HAY DISPONIBLE SUFICIENTE, ALTA CANCELADA"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           DISPLAY "Sena (9 digitos, 2 dec.; 0 = sin sena): "
               LINE 9 POSITION 5
           MOVE ZERO TO WS-SenaN
           ACCEPT WS-SenaX LINE 9 POSITION 46
           IF WS-SenaX NOT NUMERIC
               DISPLAY "IMPORTE INVALIDO, ALTA CANCELADA"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE SPACE TO WS-Medio
           IF WS-SenaN > ZERO
               DISPLAY "Medio (E efectivo/T transf./Q cheque): "
                   LINE 10 POSITION 5
               ACCEPT WS-Medio LINE 10 POSITION 46
               MOVE FUNCTION UPPER-CASE(WS-Medio) TO WS-Medio
               IF NOT MedioValido
                   DISPLAY "MEDIO DE PAGO INVALIDO, ALTA CANCELADA"
                       LINE 20 POSITION 5
                   PERFORM PAUSA-PERFORM
                   PERFORM MAIN-PROCEDURE
               END-IF
           END-IF
           COMPUTE WS-Vence = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy) + WS-DiasReserva)
           DISPLAY "Vence (AAAAMMDD, ENTER = propuesto): "
               LINE 11 POSITION 5
           DISPLAY WS-VenceX LINE 11 POSITION 46
           ACCEPT WS-VenceX LINE 11 POSITION 46
           IF WS-VenceX = SPACES OR WS-VenceX = ZERO
               COMPUTE WS-Vence = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
                   + WS-DiasReserva)
           END-IF
           MOVE "N" TO WS-FechaOk
           IF WS-VenceX NUMERIC
               MOVE WS-Vence(1:4) TO WS-FechaAnio
               MOVE WS-Vence(5:2) TO WS-FechaMes
               MOVE WS-Vence(7:2) TO WS-FechaDia
               PERFORM VALIDAR-FECHA-PERFORM
           END-IF
           IF NOT FechaOk OR WS-Vence < WS-FechaHoy
               DISPLAY "VENCIMIENTO INVALIDO, ALTA CANCELADA"
                   LINE 20 POSITION 5
               PERFORM PAUSA-PERFORM
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE WS-SenaN TO WS-EditImporte
           DISPLAY "Reserva de" LINE 13 POSITION 5
           DISPLAY WS-CantidadN LINE 13 POSITION 16
           DISPLAY "unidades, sena $" LINE 13 POSITION 21
           DISPLAY WS-EditImporte LINE 13 POSITION 38
           DISPLAY "vence" LINE 13 POSITION 53
           DISPLAY WS-Vence LINE 13 POSITION 59
           DISPLAY "Confirma la reserva (S/N): " LINE 14 POSITION 5
           ACCEPT WS-Confirma LINE 14 POSITION 33
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               MOVE SPACES TO ReservaRecord
               MOVE WS-NroNuevo       TO RS-Nro
               MOVE WS-BuscarCliente  TO RS-Cliente
               MOVE WS-BuscarGadgetID TO RS-GadgetID
               MOVE WS-BuscarSucursal TO RS-Sucursal
               MOVE WS-CantidadN      TO RS-Cantidad
               MOVE WS-SenaN          TO RS-Sena
               MOVE WS-Medio          TO RS-MedioPago
               MOVE WS-FechaHoy       TO RS-FechaAlta
               MOVE WS-Vence          TO RS-Vence
               SET RS-Activa          TO TRUE
               MOVE WS-FechaHoy       TO RS-FechaEstado
               MOVE SGN-Usuario       TO RS-Usuario
               PERFORM GRABAR-RESERVA-PERFORM
               IF WS-SenaN > ZERO
                   PERFORM GRABAR-SENA-PERFORM
               END-IF
               DISPLAY "RESERVA REGISTRADA CON EXITO" LINE 20 POSITION 5
           ELSE
               DISPLAY "ALTA CANCELADA" LINE 20 POSITION 5
           END-IF
           PERFORM PAUSA-PERFORM
           PERFORM MAIN-PROCEDURE.

      *    La sena es un pago del cliente a cuenta, igual que una
      *    cobranza de gadget_cobranza.cbl, con el articulo reservado
      *    como referencia.
       GRABAR-SENA-PERFORM.
           OPEN EXTEND CtaCteFile
           IF CTA-Status = "35"
               OPEN OUTPUT CtaCteFile
           END-IF
           MOVE SPACES TO CtaCteRecord
           MOVE WS-BuscarCliente  TO CC-Cliente
           MOVE WS-FechaHoy       TO CC-Fecha
           SET CC-Pago            TO TRUE
           STRING "SENA " WS-NroNuevo DELIMITED BY SIZE
               INTO CC-Comprobante
           MOVE WS-BuscarGadgetID TO CC-GadgetID
           MOVE WS-BuscarSucursal TO CC-Sucursal
           MOVE WS-CantidadN      TO CC-Cantidad
           MOVE WS-SenaN          TO CC-Neto
           MOVE ZERO              TO CC-Iva
           MOVE WS-SenaN          TO CC-Importe
           MOVE WS-Medio          TO CC-MedioPago
           MOVE SGN-Usuario       TO CC-Usuario
           WRITE CtaCteRecord
           CLOSE CtaCteFile
           MOVE SPACES TO JRN-Clave
           STRING CC-Cliente " " CC-Comprobante DELIMITED BY SIZE
               INTO JRN-Clave
           MOVE SPACES TO JRN-Antes
           MOVE CtaCteRecord TO JRN-Despues
           MOVE "A" TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM.

      *    Solo se cancela una reserva activa; la sena no se devuelve
      *    desde aca: queda como saldo a favor en la cuenta del
      *    cliente.
       CANCELAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           SET RSV-Historia TO TRUE
           PERFORM CARGAR-RESERVAS-PERFORM
           DISPLAY "CANCELAR RESERVA" LINE 2 POSITION 10
           DISPLAY "Numero de reserva: " LINE 4 POSITION 5
           ACCEPT WS-NroCancelar LINE 4 POSITION 32
           MOVE "N" TO RSV-Vista
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant OR RSV-Vista = "S"
               IF RT-Nro(RSV-Sub) = WS-NroCancelar
                   MOVE "S" TO RSV-Vista
               END-IF
           END-PERFORM
           IF RSV-Vista = "S"
               SUBTRACT 1 FROM RSV-Sub
           END-IF
           EVALUATE TRUE
               WHEN RSV-Vista NOT = "S"
                   DISPLAY "NO EXISTE ESA RESERVA" LINE 8 POSITION 5
               WHEN RT-Estado(RSV-Sub) NOT = "A"
                   DISPLAY "LA RESERVA NO ESTA ACTIVA (ESTADO "
                           RT-Estado(RSV-Sub) ")" LINE 8 POSITION 5
               WHEN OTHER
                   MOVE RT-Cliente(RSV-Sub) TO WS-BuscarCliente
                   PERFORM BUSCAR-CLIENTE-PERFORM
                   MOVE RT-Sena(RSV-Sub) TO WS-EditImporte
                   DISPLAY "Cliente" LINE 5 POSITION 5
                   DISPLAY RT-Cliente(RSV-Sub) LINE 5 POSITION 13
                   DISPLAY WS-NombreCli LINE 5 POSITION 18
                   DISPLAY "Articulo" LINE 6 POSITION 5
                   DISPLAY RT-GadgetID(RSV-Sub) LINE 6 POSITION 14
                   DISPLAY "suc" LINE 6 POSITION 21
                   DISPLAY RT-Sucursal(RSV-Sub) LINE 6 POSITION 25
                   DISPLAY "cant" LINE 6 POSITION 29
                   DISPLAY RT-Cantidad(RSV-Sub) LINE 6 POSITION 34
                   DISPLAY "sena $" LINE 6 POSITION 39
                   DISPLAY WS-EditImporte LINE 6 POSITION 46
                   DISPLAY "Confirma la cancelacion (S/N)? "
                       LINE 7 POSITION 5
                   ACCEPT continuar LINE 7 POSITION 37
                   IF continuar = "S" OR continuar = "s"
                       PERFORM MOVER-RESERVA-PERFORM
                       SET RS-Cancelada TO TRUE
                       MOVE WS-FechaHoy TO RS-FechaEstado
                       MOVE SGN-Usuario TO RS-Usuario
                       PERFORM GRABAR-RESERVA-PERFORM
                       DISPLAY "RESERVA CANCELADA" LINE 8 POSITION 5
                       IF RT-Sena(RSV-Sub) > ZERO
                           DISPLAY "La sena queda a favor del cliente"
                                   " en su cuenta corriente"
                               LINE 9 POSITION 5
                       END-IF
                   ELSE
                       DISPLAY "CANCELACION ABANDONADA"
                           LINE 8 POSITION 5
                   END-IF
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 11 POSITION 5
           ACCEPT continuar LINE 12 POSITION 5
           PERFORM MAIN-PROCEDURE.

       BUSCAR-CLIENTE-PERFORM.
           MOVE "N" TO WS-Encontrado
           MOVE SPACES TO WS-NombreCli
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
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

      *    Stock del master por clave articulo + sucursal y
      *    disponible = stock menos las reservas activas a la fecha
      *    (puede dar negativo si el stock bajo despues de reservar).
       BUSCAR-ARTICULO-PERFORM.
           MOVE "N" TO WS-ArticuloOk
           MOVE ZERO TO WS-StockArticulo
           OPEN INPUT StockFile
           IF WS-StockStatus = "35"
               CONTINUE
           ELSE
               MOVE WS-BuscarGadgetID TO GadgetID
               MOVE WS-BuscarSucursal TO GadgetSucursal
               READ StockFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ArticuloOk TO TRUE
                       MOVE GadgetName TO WS-NomArticulo
                       MOVE QtyInStock TO WS-StockArticulo
               END-READ
               CLOSE StockFile
           END-IF
           MOVE WS-BuscarGadgetID TO RSV-GadgetID
           MOVE WS-BuscarSucursal TO RSV-Sucursal
           MOVE WS-FechaHoy       TO RSV-Fecha
           PERFORM RESERVADO-PERFORM
           COMPUTE WS-Disponible = WS-StockArticulo - RSV-Reservado.

       LEER-PARAMETROS-PERFORM.
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinParam TO TRUE
               END-READ
               PERFORM UNTIL FinParam
                   IF PRM-Clave = "DIAS-RESERVA"
                       AND PRM-FechaVigencia <= WS-FechaHoy
                       AND PRM-FechaVigencia >= WS-ParamVig
                       AND PRM-Valor >= 1
                       MOVE PRM-Valor TO WS-DiasReserva
                       MOVE PRM-FechaVigencia TO WS-ParamVig
                   END-IF
                   READ ParamFile
                       AT END SET FinParam TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF.

      *    La fecha de negocio manda sobre el reloj de pared. Sin
      *    FechaNegocio.dat, fecha del sistema.
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

       PAUSA-PERFORM.
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 21 POSITION 5
           ACCEPT continuar LINE 22 POSITION 5.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "rsvproc.cpy".
       END PROGRAM GADGET-RESERVA.
