      * Purpose: Mantenimiento del archivo de parametros del sistema
      *          (parametros.dat, layout comun PARAMREC.CPY). Los
      *          valores que el negocio cambia seguido (tasa de IVA,
      *          umbral de reposicion, edad de jubilacion, ventanas de
      *          cumpleanos y aniversarios) dejaron de estar compilados
      *          en los programas: aca se consultan los vigentes y se
      *          proponen cambios con fecha de vigencia, usuario y nota,
      *          que rigen solo cuando otro operador de nivel 3 los
      *          aprueba. El archivo es historial append-only, asi
      *          siempre queda quien cambio que y desde cuando.
      * Type: cbl
      *
      * Modification History:
      *                 exige nivel 3 (administracion) y PRM-Usuario
      *                 deja de ser texto libre: se graba el
      *                 operador verificado del ingreso.
      *   15/10/26 MA - Clave TOL-COSTO: tolerancia en porcentaje del
      *                 costo facturado contra GadgetCost en el apareo
      *                 de facturas de proveedores
      *                 (gadget_fact_match.cbl).
      *   15/10/26 MA - Claves PCT-ANTIGUEDAD, PCT-JUBILACION,
      *                 PCT-OBRASOCIAL y PCT-PAMI: tasas de la
      *                 liquidacion mensual de sueldos
      *                 (employee_liquidacion.cbl).
      *   15/10/26 MA - Claves DIAS-PLANIF, PLAZO-ENTREGA y
      *                 DIAS-COBERTURA: ventana de ventas, plazo de
      *                 entrega por defecto y dias de cobertura de la
      *                 planificacion de reposicion (gadget_planif.cbl).
      *   15/10/26 MA - Doble control: el cambio se propone en la cola
      *                 CambiosPendientes.dat (CAMBIO.CPY, CMBPROC.CPY)
      *                 y rige recien cuando otro operador de nivel 3 lo
      *                 aprueba tras ver el valor vigente contra el
      *                 propuesto; quien propuso no puede aprobar ni
      *                 rechazar. Lo aprobado se graba con el usuario
      *                 que lo propuso y queda en Journal.dat con el
      *                 operador que lo aprobo.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - Clave DIAS-RESERVA: plazo por defecto, en dias,
      *                 de las reservas de clientes
      *                 (gadget_reserva.cbl).
      *   15/10/26 MA - La lista de propuestas pendientes (CMBPROC.CPY)
      *                 solo ocupa lugar con las abiertas; si aun asi
      *                 no entran todas, se avisa cuantas faltan.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-MANT.
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
       FD ParamFile.
           COPY "paramrec.cpy".
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
       77 WS-ParamStatus    PIC XX.
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 registrar         VALUE "2".
           88 aprobar           VALUE "3".
           88 historial         VALUE "4".
           88 salir             VALUE "5".
       01 continuar             PIC X.
       77 WS-HoyParam       PIC 9(8).
      *    Valor vigente por clave conocida (la mas nueva no futura).
       77 WS-CantClaves     PIC 9(2) VALUE 14.
       77 WS-SubClave       PIC 9(2).
       01 TABLA-CLAVES.
           05 CLAVE-ITEM OCCURS 14 TIMES.
               10 CL-Clave       PIC X(15).
               10 CL-Valor       PIC 9(6)V99.
               10 CL-Vigencia    PIC 9(8).
           03 WS-Vigencia       PIC 9(8).
           03 WS-Usuario        PIC X(10).
           03 WS-Nota           PIC X(30).
      *    Detalle de la propuesta en la cola de cambios
      *    (CB-Detalle de CAMBIO.CPY).
       01 WS-Propuesta.
           03 PP-Clave          PIC X(15).
           03 PP-Valor          PIC 9(6)V99.
           03 PP-Vigencia       PIC 9(8).
           03 PP-Nota           PIC X(30).
       01 WS-Decision       PIC X.
       77 WS-Linea          PIC 9(2).
       01 WS-ClaveConocida  PIC X VALUE "N".
           88 ClaveConocida VALUE "S".
       77 WS-ValorEdit      PIC ZZZZZ9,99.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "PARAM-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO CMB-Usuario
               MOVE SGN-Usuario TO JRN-Operador
               MOVE "R" TO CMB-Tipo
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "PARAMETROS DEL SISTEMA"        LINE 2 POSITION 10
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

           MOVE "EDAD-JUBILACION" TO CL-Clave(3)
           MOVE "DIAS-CUMPLE"     TO CL-Clave(4)
           MOVE "DIAS-ANIV"       TO CL-Clave(5)
           MOVE "TOL-COSTO"       TO CL-Clave(6)
           MOVE "PCT-ANTIGUEDAD"  TO CL-Clave(7)
           MOVE "PCT-JUBILACION"  TO CL-Clave(8)
           MOVE "PCT-OBRASOCIAL"  TO CL-Clave(9)
           MOVE "PCT-PAMI"        TO CL-Clave(10)
           MOVE "DIAS-PLANIF"     TO CL-Clave(11)
           MOVE "PLAZO-ENTREGA"   TO CL-Clave(12)
           MOVE "DIAS-COBERTURA"  TO CL-Clave(13)
           MOVE "DIAS-RESERVA"    TO CL-Clave(14)
           PERFORM VARYING WS-SubClave FROM 1 BY 1
               UNTIL WS-SubClave > WS-CantClaves
               MOVE "N"  TO CL-Cargada(WS-SubClave)

       REGISTRAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "PROPONER CAMBIO DE PARAMETRO"
               LINE 2 POSITION 10
           DISPLAY "Claves: IVA-TASA UMBRAL-REORDER EDAD-JUBILACION"
               LINE 4 POSITION 5
           DISPLAY "        DIAS-CUMPLE DIAS-ANIV TOL-COSTO"
               LINE 5 POSITION 5
           DISPLAY "        PCT-ANTIGUEDAD PCT-JUBILACION DIAS-RESERVA"
               LINE 6 POSITION 5
           DISPLAY "        PCT-OBRASOCIAL PCT-PAMI DIAS-PLANIF"
                   " PLAZO-ENTREGA DIAS-COBERTURA" LINE 7 POSITION 5
           DISPLAY "Clave: " LINE 8 POSITION 5
           ACCEPT WS-Clave LINE 8 POSITION 30
           PERFORM VALIDAR-CLAVE-PERFORM
           IF NOT ClaveConocida
               DISPLAY "CLAVE DESCONOCIDA, CAMBIO CANCELADO"
                   LINE 15 POSITION 5
           ELSE
               DISPLAY "Valor, 8 digitos con 2 decimales implicitos"
                   LINE 9 POSITION 5
               DISPLAY "(00000021 = 0,21 / 00001500 = 15): "
                   LINE 10 POSITION 5
               ACCEPT WS-ValorX LINE 10 POSITION 42
               DISPLAY "Vigente desde (AAAAMMDD): " LINE 11 POSITION 5
               ACCEPT WS-Vigencia LINE 11 POSITION 32
      *        El usuario del registro es el operador verificado del
      *        ingreso, no texto libre.
               MOVE SGN-Usuario TO WS-Usuario
                       DISPLAY "FECHA DE VIGENCIA INVALIDA, CAMBIO"
                               " CANCELADO" LINE 15 POSITION 5
                   ELSE
                       PERFORM PROPONER-PERFORM
                   END-IF
               END-IF
           END-IF
           ACCEPT continuar LINE 18 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    El cambio no rige hasta que lo apruebe otro operador de
      *    nivel 3: queda en la cola CambiosPendientes.dat.
       PROPONER-PERFORM.
           MOVE WS-Clave    TO PP-Clave
           MOVE WS-ValorX-N TO PP-Valor
           MOVE WS-Vigencia TO PP-Vigencia
           MOVE WS-Nota     TO PP-Nota
           MOVE WS-Propuesta TO CMB-Detalle
           MOVE PP-Valor TO WS-ValorEdit
           MOVE SPACES TO CMB-Resumen
           STRING PP-Clave DELIMITED BY SPACE
                  " = " WS-ValorEdit " desde " PP-Vigencia
                  DELIMITED BY SIZE INTO CMB-Resumen
           PERFORM PROPONER-CAMBIO-PERFORM
           DISPLAY "PROPUESTA NRO" LINE 15 POSITION 5
           DISPLAY CMB-Numero      LINE 15 POSITION 19
           DISPLAY "REGISTRADA: RIGE CUANDO LA APRUEBE OTRO OPERADOR"
               LINE 15 POSITION 26
           DISPLAY "DE NIVEL 3" LINE 16 POSITION 26.

       APROBAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "CAMBIOS DE PARAMETROS PENDIENTES"
               LINE 2 POSITION 10
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

      *    Muestra el valor vigente y el propuesto; quien propuso no
      *    puede aprobar. Aprobada, se graba en parametros.dat con
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
           DISPLAY "Clave..........: " LINE 4 POSITION 5
           DISPLAY PP-Clave            LINE 4 POSITION 23
           DISPLAY "Valor vigente..: " LINE 5 POSITION 5
           DISPLAY "(sin cargar: rige el valor compilado)"
               LINE 5 POSITION 23
           PERFORM VARYING WS-SubClave FROM 1 BY 1
               UNTIL WS-SubClave > WS-CantClaves
               IF CL-Clave(WS-SubClave) = PP-Clave
                   AND CL-Cargada(WS-SubClave) = "S"
                   MOVE CL-Valor(WS-SubClave) TO WS-ValorEdit
                   DISPLAY WS-ValorEdit LINE 5 POSITION 23
                   DISPLAY " desde "    LINE 5 POSITION 32
                   DISPLAY CL-Vigencia(WS-SubClave)
                       LINE 5 POSITION 39
                   DISPLAY "                             "
                       LINE 5 POSITION 47
               END-IF
           END-PERFORM
           MOVE PP-Valor TO WS-ValorEdit
           DISPLAY "Valor propuesto: " LINE 6 POSITION 5
           DISPLAY WS-ValorEdit        LINE 6 POSITION 23
           DISPLAY " desde "           LINE 6 POSITION 32
           DISPLAY PP-Vigencia         LINE 6 POSITION 39
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
                       MOVE PP-Clave    TO WS-Clave
                       MOVE PP-Valor    TO WS-ValorX-N
                       MOVE PP-Vigencia TO WS-Vigencia
                       MOVE PP-Nota     TO WS-Nota
                       MOVE CMB-Propuso TO WS-Usuario
                       PERFORM GRABAR-CAMBIO-PERFORM
                       MOVE "parametros.dat" TO JRN-Archivo
                       MOVE PRM-Clave   TO JRN-Clave
                       MOVE SPACES      TO JRN-Antes
                       MOVE ParamRecord TO JRN-Despues
                       MOVE "A"         TO JRN-Operacion
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

       VALIDAR-CLAVE-PERFORM.
           MOVE "N" TO WS-ClaveConocida
           IF WS-Clave = "IVA-TASA"
               OR WS-Clave = "EDAD-JUBILACION"
               OR WS-Clave = "DIAS-CUMPLE"
               OR WS-Clave = "DIAS-ANIV"
               OR WS-Clave = "TOL-COSTO"
               OR WS-Clave = "PCT-ANTIGUEDAD"
               OR WS-Clave = "PCT-JUBILACION"
               OR WS-Clave = "PCT-OBRASOCIAL"
               OR WS-Clave = "PCT-PAMI"
               OR WS-Clave = "DIAS-PLANIF"
               OR WS-Clave = "PLAZO-ENTREGA"
               OR WS-Clave = "DIAS-COBERTURA"
               OR WS-Clave = "DIAS-RESERVA"
               SET ClaveConocida TO TRUE
           END-IF.

           CALL "SYSTEM" USING "cls"
           STOP RUN.
       COPY "signproc.cpy".
       COPY "cmbproc.cpy".
       COPY "jrnlproc.cpy".
       END PROGRAM PARAM-MANT.
