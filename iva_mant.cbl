      *
      * Modification History:
      *   02/09/26 MA - Version inicial.
      *   15/10/26 MA - Doble control: el cambio de tasa se propone en
      *                 la cola CambiosPendientes.dat (CAMBIO.CPY,
      *                 CMBPROC.CPY) y rige recien cuando otro operador
      *                 de nivel 3 lo aprueba tras ver la tasa vigente
      *                 contra la propuesta; quien propuso no puede
      *                 aprobar ni rechazar. Lo aprobado se graba con el
      *                 usuario que lo propuso y queda en Journal.dat
      *                 con el operador que lo aprobo.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - El journal identifica el archivo como
      *                 IVACATEGORIAS (el nombre con .dat no entra en
      *                 JRN-Archivo), como GADGETCTACTE.
      *   15/10/26 MA - La lista de propuestas pendientes (CMBPROC.CPY)
      *                 solo ocupa lugar con las abiertas; si aun asi
      *                 no entran todas, se avisa cuantas faltan.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-MANT.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT CambioFile
           ASSIGN TO "CambiosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMB-Status.
           SELECT JournalFile
           ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-Status.
       DATA DIVISION.
       FILE SECTION.
       FD IvaFile.
           COPY "ivacat.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD CambioFile.
           COPY "cambio.cpy".
       FD JournalFile.
           COPY "jrnlrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "cmbwork.cpy".
       COPY "jrnlwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-IvaStatus      PIC XX.
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 registrar         VALUE "2".
           88 aprobar           VALUE "3".
           88 historial         VALUE "4".
           88 salir             VALUE "5".
       01 continuar             PIC X.
       77 WS-HoyIva         PIC 9(8).
      *    Tasa vigente por categoria vista en el archivo.
           03 WS-TasaX-N REDEFINES WS-TasaX PIC 9V99.
           03 WS-Vigencia       PIC 9(8).
           03 WS-Nota           PIC X(30).
      *    Detalle de la propuesta en la cola de cambios
      *    (CB-Detalle de CAMBIO.CPY).
       01 WS-Propuesta.
           03 PP-Categoria      PIC X(15).
           03 PP-Tasa           PIC 9V99.
           03 PP-Vigencia       PIC 9(8).
           03 PP-Nota           PIC X(30).
       01 WS-Decision       PIC X.
       77 WS-Linea          PIC 9(2).
       77 WS-TasaEdit       PIC 9,99.
       77 WS-FechaAnio      PIC 9(4).
       77 WS-FechaMes       PIC 9(2).
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "IVA-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO CMB-Usuario
               MOVE SGN-Usuario TO JRN-Operador
               MOVE "I" TO CMB-Tipo
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "TASAS DE IVA POR CATEGORIA"    LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Vigentes"      LINE 4 POSITION 10
           DISPLAY "2 - Proponer Cambio"           LINE 5 POSITION 10
           DISPLAY "3 - Aprobar o Rechazar Cambios"
               LINE 6 POSITION 10
           DISPLAY "4 - Historial Completo"        LINE 7 POSITION 10
           DISPLAY "5 - Salir del Sistema"         LINE 8 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 10 POSITION 10
           ACCEPT tarea LINE 10 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN registrar PERFORM REGISTRAR-PERFORM
               WHEN aprobar   PERFORM APROBAR-PERFORM
               WHEN historial PERFORM HISTORIAL-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 12 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 13 POSITION 10
                   ACCEPT continuar LINE 14 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.


       REGISTRAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "PROPONER CAMBIO DE TASA" LINE 2 POSITION 10
           DISPLAY "Categoria (la GadgetCategory del master): "
               LINE 4 POSITION 5
           ACCEPT WS-Categoria LINE 4 POSITION 47
                   DISPLAY "FECHA DE VIGENCIA INVALIDA, CAMBIO"
                           " CANCELADO" LINE 12 POSITION 5
               WHEN OTHER
                   PERFORM PROPONER-PERFORM
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    El cambio no rige hasta que lo apruebe otro operador de
      *    nivel 3: queda en la cola CambiosPendientes.dat.
       PROPONER-PERFORM.
           MOVE WS-Categoria TO PP-Categoria
           MOVE WS-TasaX-N   TO PP-Tasa
           MOVE WS-Vigencia  TO PP-Vigencia
           MOVE WS-Nota      TO PP-Nota
           MOVE WS-Propuesta TO CMB-Detalle
           MOVE PP-Tasa TO WS-TasaEdit
           MOVE SPACES TO CMB-Resumen
           STRING PP-Categoria DELIMITED BY SPACE
                  " = " WS-TasaEdit " desde " PP-Vigencia
                  DELIMITED BY SIZE INTO CMB-Resumen
           PERFORM PROPONER-CAMBIO-PERFORM
           DISPLAY "PROPUESTA NRO" LINE 12 POSITION 5
           DISPLAY CMB-Numero      LINE 12 POSITION 19
           DISPLAY "REGISTRADA: RIGE CUANDO LA APRUEBE OTRO OPERADOR"
               LINE 12 POSITION 26
           DISPLAY "DE NIVEL 3" LINE 13 POSITION 26.

       APROBAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "CAMBIOS DE TASAS PENDIENTES" LINE 2 POSITION 10
           PERFORM CARGAR-PENDIENTES-PERFORM
           IF CMB-CantPend = ZERO
               DISPLAY "NO HAY PROPUESTAS PENDIENTES" LINE 4 POSITION 5
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 17 POSITION 5
               ACCEPT continuar LINE 18 POSITION 5
               PERFORM MAIN-PROCEDURE
           END-IF
           MOVE 4 TO WS-Linea
           PERFORM VARYING CMB-SubPend FROM 1 BY 1
               UNTIL CMB-SubPend > CMB-CantPend OR WS-Linea > 15
               DISPLAY CMB-PendNumero(CMB-SubPend)
                   LINE WS-Linea POSITION 5
               DISPLAY CMB-PendFecha(CMB-SubPend)
                   LINE WS-Linea POSITION 12
               DISPLAY CMB-PendUsuario(CMB-SubPend)
                   LINE WS-Linea POSITION 21
               DISPLAY CMB-PendResumen(CMB-SubPend)
                   LINE WS-Linea POSITION 32
               ADD 1 TO WS-Linea
           END-PERFORM
           IF CMB-Omitidas > ZERO
               DISPLAY "AVISO: propuestas pendientes sin listar:"
                   LINE 16 POSITION 5
               DISPLAY CMB-Omitidas LINE 16 POSITION 46
           END-IF
           DISPLAY "Numero de propuesta (000000 vuelve al menu): "
               LINE 17 POSITION 5
           ACCEPT CMB-Numero LINE 17 POSITION 51
           IF CMB-Numero = ZERO
               PERFORM MAIN-PROCEDURE
           END-IF
           PERFORM REVISAR-PROPUESTA-PERFORM
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 17 POSITION 5
           ACCEPT continuar LINE 18 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Muestra la tasa vigente y la propuesta; quien propuso no
      *    puede aprobar. Aprobada, se graba en IvaCategorias.dat con
      *    el usuario que la propuso y queda en el journal con el
      *    operador que la aprobo.
       REVISAR-PROPUESTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM BUSCAR-CAMBIO-PERFORM
           EVALUATE TRUE
               WHEN NOT CMB-EstPendiente
                   DISPLAY "NO HAY UNA PROPUESTA PENDIENTE CON ESE"
                           " NUMERO" LINE 12 POSITION 5
               WHEN CMB-Propuso = CMB-Usuario
                   DISPLAY "NO PUEDE APROBAR NI RECHAZAR SU PROPIA"
                           " PROPUESTA" LINE 12 POSITION 5
               WHEN OTHER
                   MOVE CMB-Detalle TO WS-Propuesta
                   PERFORM MOSTRAR-PROPUESTA-PERFORM
                   PERFORM DECIDIR-PROPUESTA-PERFORM
           END-EVALUATE.

       MOSTRAR-PROPUESTA-PERFORM.
           PERFORM CARGAR-VIGENTES-PERFORM
           DISPLAY "REVISION DE LA PROPUESTA" LINE 2 POSITION 10
           DISPLAY CMB-Numero LINE 2 POSITION 35
           DISPLAY "Categoria......: " LINE 4 POSITION 5
           DISPLAY PP-Categoria        LINE 4 POSITION 23
           DISPLAY "Tasa vigente...: " LINE 5 POSITION 5
           DISPLAY "(sin registro: rige la general IVA-TASA)"
               LINE 5 POSITION 23
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasas
               IF TV-Categoria(WS-SubTasa) = PP-Categoria
                   MOVE TV-Tasa(WS-SubTasa) TO WS-TasaEdit
                   DISPLAY WS-TasaEdit LINE 5 POSITION 23
                   DISPLAY " desde "   LINE 5 POSITION 27
                   DISPLAY TV-Vigencia(WS-SubTasa)
                       LINE 5 POSITION 34
                   DISPLAY "                         "
                       LINE 5 POSITION 42
               END-IF
           END-PERFORM
           MOVE PP-Tasa TO WS-TasaEdit
           DISPLAY "Tasa propuesta.: " LINE 6 POSITION 5
           DISPLAY WS-TasaEdit         LINE 6 POSITION 23
           DISPLAY " desde "           LINE 6 POSITION 27
           DISPLAY PP-Vigencia         LINE 6 POSITION 34
           DISPLAY "Nota...........: " LINE 7 POSITION 5
           DISPLAY PP-Nota             LINE 7 POSITION 23
           DISPLAY "Propuesta por..: " LINE 8 POSITION 5
           DISPLAY CMB-Propuso         LINE 8 POSITION 23
           DISPLAY " el "              LINE 8 POSITION 33
           DISPLAY CMB-FechaProp       LINE 8 POSITION 37.

       DECIDIR-PROPUESTA-PERFORM.
           DISPLAY "A aprueba / R rechaza / otra tecla vuelve: "
               LINE 10 POSITION 5
           ACCEPT WS-Decision LINE 10 POSITION 49
           MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
           MOVE SPACES TO CMB-Motivo
           MOVE WS-Decision TO CMB-Evento
           IF CMB-Rechazar
               DISPLAY "Motivo del rechazo: " LINE 11 POSITION 5
               ACCEPT CMB-Motivo LINE 11 POSITION 26
           END-IF
           IF CMB-Aprobar OR CMB-Rechazar
               PERFORM RESOLVER-CAMBIO-PERFORM
               EVALUATE TRUE
                   WHEN CMB-NoPendiente
                       DISPLAY "LA PROPUESTA YA FUE RESUELTA POR OTRO"
                               " OPERADOR" LINE 12 POSITION 5
                   WHEN CMB-PropiaPropuesta
                       DISPLAY "NO PUEDE APROBAR NI RECHAZAR SU PROPIA"
                               " PROPUESTA" LINE 12 POSITION 5
                   WHEN CMB-Aprobar
                       MOVE PP-Categoria TO WS-Categoria
                       MOVE PP-Tasa      TO WS-TasaX-N
                       MOVE PP-Vigencia  TO WS-Vigencia
                       MOVE PP-Nota      TO WS-Nota
                       PERFORM GRABAR-CAMBIO-PERFORM
                       MOVE "IVACATEGORIAS" TO JRN-Archivo
                       MOVE IV-Categoria TO JRN-Clave
                       MOVE SPACES       TO JRN-Antes
                       MOVE IvaCatRecord TO JRN-Despues
                       MOVE "A"          TO JRN-Operacion
                       PERFORM GRABAR-JOURNAL-PERFORM
                       DISPLAY "CAMBIO APROBADO Y REGISTRADO"
                           LINE 12 POSITION 5
                   WHEN OTHER
                       DISPLAY "CAMBIO RECHAZADO" LINE 12 POSITION 5
               END-EVALUATE
           ELSE
               DISPLAY "SIN DECISION, LA PROPUESTA SIGUE PENDIENTE"
                   LINE 12 POSITION 5
           END-IF.

       GRABAR-CAMBIO-PERFORM.
           OPEN EXTEND IvaFile
           IF WS-IvaStatus = "35"
           MOVE WS-TasaX-N   TO IV-Tasa
           MOVE WS-Vigencia  TO IV-FechaVigencia
           MOVE FUNCTION CURRENT-DATE(1:8) TO IV-FechaCarga
      *    El usuario del registro es el operador que propuso el
      *    cambio, como en param_mant.cbl; el que lo aprobo queda en
      *    el journal.
           MOVE CMB-Propuso  TO IV-Usuario
           MOVE WS-Nota      TO IV-Nota
           WRITE IvaCatRecord
           CLOSE IvaFile.
           STOP RUN.

       COPY "signproc.cpy".
       COPY "cmbproc.cpy".
       COPY "jrnlproc.cpy".
       END PROGRAM IVA-MANT.
