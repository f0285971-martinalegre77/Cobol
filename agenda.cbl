      *                 menu interactivo exige nivel 2
      *                 (mantenimiento); el modo batch de la corrida
      *                 nocturna no pide ingreso.
      *   15/10/26 MA - Nueva opcion 8, Actividad del Contacto: historia
      *                 de gestiones (llamada, visita, correo, reunion)
      *                 por PerNroContacto en Actividad.dat
      *                 (ACTIVIDAD.CPY) y carga de una gestion nueva con
      *                 fecha de seguimiento opcional; Salir pasa a la
      *                 opcion 9. Eliminar borra tambien la actividad
      *                 del contacto. Los seguimientos vencidos los
      *                 lista agenda_seguim.cbl.
      *   15/10/26 MA - La exportacion a CSV lleva al final la fecha de
      *                 nacimiento (Nacimiento, DD/MM/AAAA), asi el
      *                 mismo formato sirve de entrada al alta masiva
      *                 agenda_import.cbl.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASE-No-7-15.
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT ActividadFile
           ASSIGN TO "Actividad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-Clave
           FILE STATUS IS WS-ActStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AgendaFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD ActividadFile.
           COPY "actividad.cpy".
       WORKING-STORAGE SECTION.
       77 WS-AuditStatus       PIC XX.
       77 WS-AgendaStatus      PIC XX.
       77 WS-ActStatus         PIC XX.
       01 WS-AuditIniciado     PIC X VALUE "N".
           88 AuditIniciado    VALUE "S".
       77 WS-CantContactos     PIC 9(6) VALUE ZERO.
           88 OPT-Cumpleanos   VALUE "5".
           88 OPT-Buscar       VALUE "6".
           88 OPT-Exportar     VALUE "7".
           88 OPT-Actividad    VALUE "8".
           88 OPT-Salir        VALUE "9".
       01 WS-CriterioBusq      PIC X.
           88 BUSCAR-POR-APELLIDO VALUE "1".
           88 BUSCAR-POR-CIUDAD   VALUE "2".
           88 FinParam          VALUE "S".
       77 WS-Sub                PIC 9(3).
       77 WS-Sub2               PIC 9(3).
      *    Actividad del contacto (ACTIVIDAD.CPY).
       01 WS-FinActividad      PIC X VALUE "N".
           88 FinActividad     VALUE "S".
       01 WS-Grabada           PIC X VALUE "N".
           88 Grabada          VALUE "S".
       77 WS-CantGestiones     PIC 9(4) VALUE ZERO.
       77 WS-CantPendientes    PIC 9(4) VALUE ZERO.
       77 WS-CantCerrados      PIC 9(4) VALUE ZERO.
       77 WS-CantBorradas      PIC 9(4) VALUE ZERO.
       77 WS-AcTipo            PIC X.
       77 WS-AcNota            PIC X(60).
       77 WS-AcSeguim          PIC 9(8).
       77 WS-Confirma          PIC X.
       77 WS-Mensaje           PIC X(50).
       77 WS-FechaAnio         PIC 9(4).
       77 WS-FechaMes          PIC 9(2).
       77 WS-FechaDia          PIC 9(2).
       77 WS-DiasDelMes        PIC 9(2).
       77 WS-Resto4            PIC 9(4).
       77 WS-Resto100          PIC 9(4).
       77 WS-Resto400          PIC 9(4).
       77 WS-Cociente          PIC 9(4).
       01 WS-FechaOk           PIC X VALUE "N".
           88 FechaOk          VALUE "S".
       01 TABLA-PROXIMOS.
           05 PROXIMO-CONTACTO OCCURS 200 TIMES
                                INDEXED BY WS-Idx.
               STOP RUN
           END-IF
           IF NOT AuditIniciado
               MOVE "CLASE-No-7-15" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               PERFORM AUDITLOG-INICIO-PERFORM
               SET AuditIniciado TO TRUE
           DISPLAY "5 - Proximos Cumpleanos"      LINE 8  POSITION 10
           DISPLAY "6 - Buscar Contactos"         LINE 9  POSITION 10
           DISPLAY "7 - Exportar a CSV"           LINE 10 POSITION 10
           DISPLAY "8 - Actividad del Contacto"   LINE 11 POSITION 10
           DISPLAY "9 - Salir del Sistema"        LINE 12 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 14 POSITION 10
           ACCEPT WS-Opcion LINE 14 POSITION 52.
           EVALUATE TRUE
               WHEN OPT-Registrar  PERFORM REGISTRAR-PERFORM
               WHEN OPT-Modificar  PERFORM MODIFICAR-PERFORM
               WHEN OPT-Cumpleanos PERFORM CUMPLEANOS-PERFORM
               WHEN OPT-Buscar     PERFORM BUSCAR-PERFORM
               WHEN OPT-Exportar   PERFORM EXPORTAR-PERFORM
               WHEN OPT-Actividad  PERFORM ACTIVIDAD-PERFORM
               WHEN OPT-Salir      PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 15 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 16 POSITION 10
                   ACCEPT WS-Continuar LINE 17 POSITION 10
                   PERFORM MAIN
           END-EVALUATE.


      *    Igual que Modificar: se listan los homonimos y se elimina
      *    unicamente el numero elegido, nunca todos los que
      *    comparten apellido y nombre. Con el contacto se borra
      *    tambien su actividad (Actividad.dat), para no dejar
      *    gestiones ni seguimientos de un numero que ya no existe.
       ELIMINAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ELIMINAR CONTACTO" LINE 2 POSITION 10
                   MOVE SPACES TO JRN-Despues
                   MOVE "B" TO JRN-Operacion
                   PERFORM GRABAR-JOURNAL-PERFORM
                   PERFORM BORRAR-ACTIVIDAD-PERFORM
                   DISPLAY "CONTACTO ELIMINADO" LINE 19 POSITION 5
                   IF WS-CantBorradas > ZERO
                       DISPLAY "Gestiones borradas: "
                           LINE 19 POSITION 30
                       DISPLAY WS-CantBorradas LINE 19 POSITION 50
                   END-IF
               ELSE
                   CALL "SYSTEM" USING "rm -f agendaDatos.tmp"
                   DISPLAY "NO SE ENCONTRO ESE NUMERO"
           PERFORM ABRIR-AGENDA-PERFORM
           OPEN OUTPUT AgendaCsvFile
           MOVE "Nro,Titulo,Nombre,Apellido,Calle,Numero,Barrio,"
               & "Colonia,Ciudad,Pais,Nacimiento" TO CsvLine
           WRITE CsvLine
           PERFORM UNTIL EndOfAgendaFile
               PERFORM ARMAR-LINEA-CSV-PERFORM
                  FUNCTION TRIM(PerNeigh)      DELIMITED BY SIZE ","
                  FUNCTION TRIM(PerCol)        DELIMITED BY SIZE ","
                  FUNCTION TRIM(PerCity)       DELIMITED BY SIZE ","
                  FUNCTION TRIM(PerCountry)    DELIMITED BY SIZE ","
                  PerDOB "/" PerMOB "/" PerYOB DELIMITED BY SIZE
                  INTO CsvLine
           END-STRING
           WRITE CsvLine.

      *    Historia de gestiones del contacto elegido y carga de una
      *    nueva gestion (llamada, visita, correo o reunion) con su
      *    fecha de seguimiento opcional. Los seguimientos vencidos
      *    se listan en la corrida nocturna con agenda_seguim.cbl.
       ACTIVIDAD-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "ACTIVIDAD DEL CONTACTO" LINE 2 POSITION 10
           DISPLAY "Apellido: " LINE 4 POSITION 5
           ACCEPT WS-BuscarSurname LINE 4 POSITION 30
           DISPLAY "Nombre: "   LINE 5 POSITION 5
           ACCEPT WS-BuscarForname LINE 5 POSITION 30
           PERFORM LISTAR-HOMONIMOS-PERFORM
           IF WS-CantHomonimos = ZERO
               DISPLAY "NO SE ENCONTRO EL CONTACTO" LINE 19 POSITION 5
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 20 POSITION 5
               ACCEPT WS-Continuar LINE 21 POSITION 5
               PERFORM MAIN
           END-IF
           DISPLAY "Numero de contacto: "
               LINE WS-LineaHom POSITION 5
           ACCEPT WS-BuscarNro LINE WS-LineaHom POSITION 38
           PERFORM VERIFICAR-NUMERO-PERFORM
           IF NOT Encontrado
               DISPLAY "NO SE ENCONTRO ESE NUMERO" LINE 19 POSITION 5
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 20 POSITION 5
               ACCEPT WS-Continuar LINE 21 POSITION 5
               PERFORM MAIN
           END-IF
           PERFORM HISTORIAL-ACTIVIDAD-PERFORM
           DISPLAY " "
           DISPLAY "Registra una nueva gestion (S/N)? "
           ACCEPT WS-Confirma
           IF WS-Confirma = "S" OR WS-Confirma = "s"
               PERFORM REGISTRAR-ACTIVIDAD-PERFORM
               DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                   LINE 20 POSITION 5
               ACCEPT WS-Continuar LINE 21 POSITION 5
           END-IF
           PERFORM MAIN.

      *    El numero tecleado tiene que ser uno de los homonimos
      *    listados, no cualquier contacto de la agenda.
       VERIFICAR-NUMERO-PERFORM.
           MOVE "N" TO WS-Encontrado
           PERFORM ABRIR-AGENDA-PERFORM
           PERFORM UNTIL EndOfAgendaFile
               IF PerNroContacto = WS-BuscarNro
                   AND PerSurname = WS-BuscarSurname
                   AND PerForname = WS-BuscarForname
                   SET Encontrado TO TRUE
               END-IF
               READ AgendaFile
                   AT END SET EndOfAgendaFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM CERRAR-AGENDA-PERFORM.

       HISTORIAL-ACTIVIDAD-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantGestiones
           MOVE ZERO TO WS-CantPendientes
           DISPLAY "HISTORIA DEL CONTACTO " WS-BuscarNro " "
                   WS-BuscarForname " " WS-BuscarSurname
           DISPLAY "Fecha    Hora   T Operador   Seguim.  E Nota"
           OPEN INPUT ActividadFile
           IF WS-ActStatus = "35"
               CONTINUE
           ELSE
               PERFORM POSICIONAR-CONTACTO-PERFORM
               PERFORM UNTIL FinActividad
                   DISPLAY AC-Fecha " " AC-Hora " " AC-Tipo " "
                           AC-Usuario " " AC-FechaSeguim " "
                           AC-Estado " " AC-Nota
                   ADD 1 TO WS-CantGestiones
                   IF AC-Pendiente
                       ADD 1 TO WS-CantPendientes
                   END-IF
                   PERFORM SIGUIENTE-ACTIVIDAD-PERFORM
               END-PERFORM
               CLOSE ActividadFile
           END-IF
           IF WS-CantGestiones = ZERO
               DISPLAY "SIN GESTIONES PARA ESE CONTACTO"
           END-IF
           IF WS-CantPendientes > ZERO
               DISPLAY "Seguimientos pendientes: " WS-CantPendientes
           END-IF.

       REGISTRAR-ACTIVIDAD-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE SPACES TO WS-Mensaje
           DISPLAY "REGISTRAR GESTION" LINE 2 POSITION 10
           DISPLAY "Contacto: " LINE 3 POSITION 5
           DISPLAY WS-BuscarNro LINE 3 POSITION 20
           DISPLAY "Tipo (L llamada, V visita, E correo, R reunion): "
               LINE 5 POSITION 5
           ACCEPT WS-AcTipo LINE 5 POSITION 55
           DISPLAY "Nota: " LINE 7 POSITION 5
           ACCEPT WS-AcNota LINE 8 POSITION 5
           DISPLAY "Seguimiento (AAAAMMDD, 0 = sin seguimiento): "
               LINE 10 POSITION 5
           ACCEPT WS-AcSeguim LINE 10 POSITION 52
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Hoy
           IF WS-AcTipo NOT = "L" AND WS-AcTipo NOT = "V"
               AND WS-AcTipo NOT = "E" AND WS-AcTipo NOT = "R"
               MOVE "TIPO DE GESTION INVALIDO" TO WS-Mensaje
           END-IF
           IF WS-Mensaje = SPACES AND WS-AcSeguim NOT = ZERO
               MOVE WS-AcSeguim(1:4) TO WS-FechaAnio
               MOVE WS-AcSeguim(5:2) TO WS-FechaMes
               MOVE WS-AcSeguim(7:2) TO WS-FechaDia
               PERFORM VALIDAR-FECHA-PERFORM
               IF NOT FechaOk
                   MOVE "FECHA DE SEGUIMIENTO INVALIDA" TO WS-Mensaje
               ELSE
                   IF WS-AcSeguim < WS-Hoy
                       MOVE "EL SEGUIMIENTO NO PUEDE SER PASADO"
                           TO WS-Mensaje
                   END-IF
               END-IF
           END-IF
           IF WS-Mensaje NOT = SPACES
               DISPLAY WS-Mensaje LINE 19 POSITION 5
           ELSE
               MOVE "N" TO WS-Confirma
               IF WS-CantPendientes > ZERO
                   DISPLAY "Da por cumplidos los seguimientos "
                       LINE 12 POSITION 5
                   DISPLAY "pendientes (S/N)? " LINE 13 POSITION 5
                   ACCEPT WS-Confirma LINE 13 POSITION 24
               END-IF
               PERFORM GRABAR-ACTIVIDAD-PERFORM
           END-IF.

      *    Los seguimientos pendientes se cierran antes de grabar la
      *    gestion nueva, asi el seguimiento que esta trae queda
      *    abierto. La hora de carga completa la clave; si ya hay una
      *    gestion del contacto en el mismo segundo se corre uno.
       GRABAR-ACTIVIDAD-PERFORM.
           MOVE ZERO TO WS-CantCerrados
           OPEN I-O ActividadFile
           IF WS-ActStatus = "35"
               OPEN OUTPUT ActividadFile
           ELSE
               IF WS-Confirma = "S" OR WS-Confirma = "s"
                   PERFORM POSICIONAR-CONTACTO-PERFORM
                   PERFORM UNTIL FinActividad
                       IF AC-Pendiente
                           MOVE ActividadRecord TO JRN-Antes
                           SET AC-Cumplido TO TRUE
                           REWRITE ActividadRecord
                           MOVE "Actividad.dat" TO JRN-Archivo
                           MOVE AC-Clave TO JRN-Clave
                           MOVE ActividadRecord TO JRN-Despues
                           MOVE "M" TO JRN-Operacion
                           PERFORM GRABAR-JOURNAL-PERFORM
                           ADD 1 TO WS-CantCerrados
                       END-IF
                       PERFORM SIGUIENTE-ACTIVIDAD-PERFORM
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-BuscarNro TO AC-NroContacto
           MOVE FUNCTION CURRENT-DATE(1:8) TO AC-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO AC-Hora
           MOVE WS-AcTipo    TO AC-Tipo
           MOVE SGN-Usuario  TO AC-Usuario
           MOVE WS-AcNota    TO AC-Nota
           MOVE WS-AcSeguim  TO AC-FechaSeguim
           IF WS-AcSeguim = ZERO
               SET AC-SinSeguim TO TRUE
           ELSE
               SET AC-Pendiente TO TRUE
           END-IF
           MOVE "N" TO WS-Grabada
           PERFORM UNTIL Grabada
               WRITE ActividadRecord
                   INVALID KEY
                       ADD 1 TO AC-Hora
                   NOT INVALID KEY
                       SET Grabada TO TRUE
               END-WRITE
           END-PERFORM
           CLOSE ActividadFile
           MOVE "Actividad.dat" TO JRN-Archivo
           MOVE AC-Clave TO JRN-Clave
           MOVE SPACES TO JRN-Antes
           MOVE ActividadRecord TO JRN-Despues
           MOVE "A" TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM
           DISPLAY "GESTION REGISTRADA" LINE 19 POSITION 5
           IF WS-CantCerrados > ZERO
               DISPLAY "Seguimientos cumplidos: " LINE 19 POSITION 30
               DISPLAY WS-CantCerrados LINE 19 POSITION 54
           END-IF.

      *    Baja en cascada de la actividad del contacto eliminado;
      *    cada gestion borrada deja su imagen en el journal.
       BORRAR-ACTIVIDAD-PERFORM.
           MOVE ZERO TO WS-CantBorradas
           OPEN I-O ActividadFile
           IF WS-ActStatus = "35"
               CONTINUE
           ELSE
               PERFORM POSICIONAR-CONTACTO-PERFORM
               PERFORM UNTIL FinActividad
                   MOVE "Actividad.dat" TO JRN-Archivo
                   MOVE AC-Clave TO JRN-Clave
                   MOVE ActividadRecord TO JRN-Antes
                   MOVE SPACES TO JRN-Despues
                   DELETE ActividadFile RECORD
                   MOVE "B" TO JRN-Operacion
                   PERFORM GRABAR-JOURNAL-PERFORM
                   ADD 1 TO WS-CantBorradas
                   PERFORM SIGUIENTE-ACTIVIDAD-PERFORM
               END-PERFORM
               CLOSE ActividadFile
           END-IF.

       POSICIONAR-CONTACTO-PERFORM.
           MOVE "N" TO WS-FinActividad
           MOVE WS-BuscarNro TO AC-NroContacto
           MOVE ZERO         TO AC-Fecha
           MOVE ZERO         TO AC-Hora
           START ActividadFile KEY IS NOT LESS THAN AC-Clave
               INVALID KEY SET FinActividad TO TRUE
           END-START
           IF NOT FinActividad
               PERFORM SIGUIENTE-ACTIVIDAD-PERFORM
           END-IF.

       SIGUIENTE-ACTIVIDAD-PERFORM.
           READ ActividadFile NEXT RECORD
               AT END SET FinActividad TO TRUE
           END-READ
           IF NOT FinActividad AND AC-NroContacto NOT = WS-BuscarNro
               SET FinActividad TO TRUE
           END-IF.

      *    Misma validacion de fecha que employee_maint.cbl.
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
           PERFORM AUDITLOG-FIN-PERFORM
           CALL "SYSTEM" USING "cls"
