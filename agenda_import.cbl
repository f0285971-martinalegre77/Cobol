      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Alta masiva de contactos en agendaDatos.dat desde un
      *          CSV con las mismas columnas que exporta agenda.cbl
      *          (Nro,Titulo,Nombre,Apellido,Calle,Numero,Barrio,
      *          Colonia,Ciudad,Pais,Nacimiento). El archivo de
      *          entrada es el nombre logico AGENDA_IMPORT
      *          (agendaImport.csv por defecto); la columna Nro se
      *          ignora y la fila de titulos se saltea. Cada fila se
      *          valida: titulo 1 a 8 (o su abreviatura, como sale en
      *          la exportacion), apellido y nombre no vacios, numero
      *          de calle numerico y fecha de nacimiento DD/MM/AAAA
      *          valida. Las malas van al .rej con un codigo de
      *          motivo; las que coinciden con un contacto existente
      *          o con una fila ya cargada, con las reglas de
      *          agenda_dups.cbl (mismo nombre y fecha de
      *          nacimiento, misma direccion), quedan retenidas en el
      *          .rev con el numero del contacto con que chocan, para
      *          revisarlas y cargarlas a mano si corresponde. Las
      *          limpias toman el proximo PerNroContacto y quedan en
      *          el journal como un alta comun. Con rechazos o
      *          retenidas el programa termina con codigo 4.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - Ingreso de operador con nivel 2, como el alta
      *                 de agenda.cbl (SIGNPROC.CPY, Ingresos.dat); el
      *                 journal lleva el usuario que ingreso.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgendaFile
           ASSIGN TO "agendaDatos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AgendaStatus.
           SELECT ImportFile
           ASSIGN TO DYNAMIC WS-ImportPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ImportStatus.
           SELECT RejectFile
           ASSIGN TO DYNAMIC WS-RejPath
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReviewFile
           ASSIGN TO DYNAMIC WS-RevPath
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD AgendaFile.
       01 PersonDetails.
           88 EndOfAgendaFile    VALUE HIGH-VALUE.
           03 PerTitulo          PIC 9.
           03 PerName.
               05 PerSurname     PIC X(15).
               05 PerForname     PIC X(10).
           03 PerAddress.
               05 PerStreet      PIC X(15).
               05 PerNumber      PIC 9(4).
               05 PerNeigh       PIC X(10).
               05 PerCol         PIC X(10).
               05 PerCity        PIC X(10).
               05 PerCountry     PIC X(10).
           03 PerDateOfBirth.
               05 PerDOB       PIC 9(2).
               05 PerMOB       PIC 9(2).
               05 PerYOB       PIC 9(4).
           03 PerNroContacto   PIC 9(6).
       FD ImportFile.
       01 CsvLine                PIC X(200).
           88 EndOfImportFile    VALUE HIGH-VALUE.
       FD RejectFile.
       01 RejectDetails.
           03 RejMotivo          PIC XX.
           03 FILLER             PIC X.
           03 RejRegistro        PIC X(200).
       FD ReviewFile.
       01 ReviewDetails.
           03 RevMotivo          PIC XX.
           03 FILLER             PIC X.
           03 RevNroExistente    PIC 9(6).
           03 FILLER             PIC X.
           03 RevRegistro        PIC X(200).
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       77 WS-AgendaStatus    PIC XX.
       77 WS-ImportStatus    PIC XX.
       77 WS-ImportPath      PIC X(200).
       77 WS-RejPath         PIC X(204).
       77 WS-RevPath         PIC X(204).
       77 WS-LINE            PIC X(55) VALUE ALL "-".
       77 WS-FechaHoy        PIC 9(8).
       77 WS-ProxNro         PIC 9(6) VALUE 1.
       01 WS-AgendaAbierta   PIC X VALUE "N".
           88 AgendaAbierta  VALUE "S".
      *    Contactos existentes mas los que se van cargando, con las
      *    mismas claves de comparacion que agenda_dups.cbl.
       77 WS-CantContactos   PIC 9(4) VALUE ZERO.
       77 WS-Sub             PIC 9(4).
       77 WS-Omitidos        PIC 9(6) VALUE ZERO.
       01 TABLA-CONTACTOS.
           05 CONTACTO-ITEM OCCURS 2000 TIMES.
               10 CT-Nro        PIC 9(6).
               10 CT-Surname    PIC X(15).
               10 CT-Forname    PIC X(10).
               10 CT-Fecha      PIC X(8).
               10 CT-Direccion  PIC X(29).
      *    Campos de la fila CSV y su largo.
       77 WS-CantCampos      PIC 9(3).
       77 WS-CsvNro          PIC X(40).
       77 WS-CsvTitulo       PIC X(40).
       77 WS-CsvNombre       PIC X(40).
       77 WS-CsvApellido     PIC X(40).
       77 WS-CsvCalle        PIC X(40).
       77 WS-CsvNumero       PIC X(40).
       77 WS-CsvBarrio       PIC X(40).
       77 WS-CsvColonia      PIC X(40).
       77 WS-CsvCiudad       PIC X(40).
       77 WS-CsvPais         PIC X(40).
       77 WS-CsvNacim        PIC X(40).
       77 WS-LenNro          PIC 9(3).
       77 WS-LenTitulo       PIC 9(3).
       77 WS-LenNombre       PIC 9(3).
       77 WS-LenApellido     PIC 9(3).
       77 WS-LenCalle        PIC 9(3).
       77 WS-LenNumero       PIC 9(3).
       77 WS-LenBarrio       PIC 9(3).
       77 WS-LenColonia      PIC 9(3).
       77 WS-LenCiudad       PIC 9(3).
       77 WS-LenPais         PIC 9(3).
       01 WS-NumeroCalle     PIC X(4) JUSTIFIED RIGHT.
       01 WS-NumeroCalle-N REDEFINES WS-NumeroCalle PIC 9(4).
       01 WS-Nacim.
           03 WS-NacimDD     PIC X(2).
           03 FILLER         PIC X.
           03 WS-NacimMM     PIC X(2).
           03 FILLER         PIC X.
           03 WS-NacimAAAA   PIC X(4).
       01 WS-Nacim-N.
           03 WS-NacimDD-N   PIC 9(2).
           03 WS-NacimMM-N   PIC 9(2).
           03 WS-NacimAAAA-N PIC 9(4).
       77 WS-NacimAAAAMMDD   PIC 9(8).
       77 WS-MotivoRechazo   PIC XX.
       77 WS-NroExistente    PIC 9(6).
       77 WS-Direccion       PIC X(29).
      *    Validacion de fecha.
       77 WS-FechaAnio       PIC 9(4).
       77 WS-FechaMes        PIC 9(2).
       77 WS-FechaDia        PIC 9(2).
       77 WS-DiasDelMes      PIC 9(2).
       77 WS-Resto4          PIC 9(4).
       77 WS-Resto100        PIC 9(4).
       77 WS-Resto400        PIC 9(4).
       77 WS-Cociente        PIC 9(4).
       01 WS-FechaOk         PIC X VALUE "N".
           88 FechaOk        VALUE "S".
      *    Totales.
       77 WS-CantLeidas      PIC 9(6) VALUE ZERO.
       77 WS-CantCargadas    PIC 9(6) VALUE ZERO.
       77 WS-CantRechazadas  PIC 9(6) VALUE ZERO.
       77 WS-CantRetenidas   PIC 9(6) VALUE ZERO.
       77 WS-RechRegistro    PIC 9(6) VALUE ZERO.
       77 WS-RechTitulo      PIC 9(6) VALUE ZERO.
       77 WS-RechNombre      PIC 9(6) VALUE ZERO.
       77 WS-RechNumero      PIC 9(6) VALUE ZERO.
       77 WS-RechFecha       PIC 9(6) VALUE ZERO.
       77 WS-RetNombreFecha  PIC 9(6) VALUE ZERO.
       77 WS-RetDireccion    PIC 9(6) VALUE ZERO.
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       COPY "signwork.cpy".
       PROCEDURE DIVISION.
       Main.
      *    Las altas piden el mismo nivel que en agenda.cbl y quedan
      *    en el journal a nombre del operador que ingreso.
           MOVE "AGENDA-IMPORT" TO SGN-Programa
           MOVE 2 TO SGN-NivelMinimo
           PERFORM SIGNON-PERFORM
           MOVE SGN-Usuario TO JRN-Operador
           MOVE SPACES TO WS-ImportPath
           ACCEPT WS-ImportPath FROM ENVIRONMENT "AGENDA_IMPORT"
           IF WS-ImportPath = SPACES
               MOVE "agendaImport.csv" TO WS-ImportPath
           END-IF
           MOVE SPACES TO WS-RejPath
           STRING FUNCTION TRIM(WS-ImportPath) DELIMITED BY SIZE
                  ".rej"                         DELIMITED BY SIZE
                  INTO WS-RejPath
           MOVE SPACES TO WS-RevPath
           STRING FUNCTION TRIM(WS-ImportPath) DELIMITED BY SIZE
                  ".rev"                         DELIMITED BY SIZE
                  INTO WS-RevPath
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
           OPEN INPUT ImportFile
           IF WS-ImportStatus = "35"
               DISPLAY "ERROR: no existe el archivo a importar "
                       FUNCTION TRIM(WS-ImportPath)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CONTACTOS-PERFORM
           OPEN OUTPUT RejectFile
           OPEN OUTPUT ReviewFile
           READ ImportFile
               AT END SET EndOfImportFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfImportFile
               IF CsvLine NOT = SPACES
                   PERFORM PROCESAR-FILA-PERFORM
               END-IF
               READ ImportFile
                   AT END SET EndOfImportFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE ImportFile
           CLOSE RejectFile
           CLOSE ReviewFile
           IF AgendaAbierta
               CLOSE AgendaFile
           END-IF
           PERFORM REPORTE-IMPORTACION-PERFORM
           IF WS-CantRechazadas > ZERO OR WS-CantRetenidas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Tabla de comparacion y proximo numero libre (el mayor
      *    usado mas uno, como en agenda.cbl). El maximo se toma de
      *    todo el archivo aunque la tabla se llene.
       CARGAR-CONTACTOS-PERFORM.
           OPEN INPUT AgendaFile
           IF WS-AgendaStatus = "35"
               CONTINUE
           ELSE
               READ AgendaFile
                   AT END SET EndOfAgendaFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAgendaFile
                   IF PerNroContacto >= WS-ProxNro
                       COMPUTE WS-ProxNro = PerNroContacto + 1
                   END-IF
                   MOVE SPACES TO WS-Direccion
                   STRING PerStreet PerNumber PerCity
                       DELIMITED BY SIZE
                       INTO WS-Direccion
                   PERFORM AGREGAR-CONTACTO-PERFORM
                   READ AgendaFile
                       AT END SET EndOfAgendaFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AgendaFile
           END-IF.

       AGREGAR-CONTACTO-PERFORM.
           IF WS-CantContactos < 2000
               ADD 1 TO WS-CantContactos
               MOVE PerNroContacto TO CT-Nro(WS-CantContactos)
               MOVE PerSurname     TO CT-Surname(WS-CantContactos)
               MOVE PerForname     TO CT-Forname(WS-CantContactos)
               MOVE PerDateOfBirth TO CT-Fecha(WS-CantContactos)
               MOVE WS-Direccion   TO CT-Direccion(WS-CantContactos)
           ELSE
               ADD 1 TO WS-Omitidos
           END-IF.

       PROCESAR-FILA-PERFORM.
           MOVE SPACES TO WS-CsvNro WS-CsvTitulo WS-CsvNombre
                          WS-CsvApellido WS-CsvCalle WS-CsvNumero
                          WS-CsvBarrio WS-CsvColonia WS-CsvCiudad
                          WS-CsvPais WS-CsvNacim
           MOVE ZERO TO WS-CantCampos
           MOVE ZERO TO WS-LenNro WS-LenTitulo WS-LenNombre
                        WS-LenApellido WS-LenCalle WS-LenNumero
                        WS-LenBarrio WS-LenColonia WS-LenCiudad
                        WS-LenPais
           UNSTRING CsvLine DELIMITED BY ","
               INTO WS-CsvNro       COUNT IN WS-LenNro
                    WS-CsvTitulo    COUNT IN WS-LenTitulo
                    WS-CsvNombre    COUNT IN WS-LenNombre
                    WS-CsvApellido  COUNT IN WS-LenApellido
                    WS-CsvCalle     COUNT IN WS-LenCalle
                    WS-CsvNumero    COUNT IN WS-LenNumero
                    WS-CsvBarrio    COUNT IN WS-LenBarrio
                    WS-CsvColonia   COUNT IN WS-LenColonia
                    WS-CsvCiudad    COUNT IN WS-LenCiudad
                    WS-CsvPais      COUNT IN WS-LenPais
                    WS-CsvNacim
               TALLYING IN WS-CantCampos
           END-UNSTRING
      *    La fila de titulos de la exportacion no se procesa.
           IF WS-CsvNro NOT = "Nro"
               ADD 1 TO WS-CantLeidas
               MOVE SPACES TO WS-MotivoRechazo
               PERFORM VALIDAR-FILA-PERFORM
               IF WS-MotivoRechazo NOT = SPACES
                   ADD 1 TO WS-CantRechazadas
                   MOVE SPACES TO RejectDetails
                   MOVE WS-MotivoRechazo TO RejMotivo
                   MOVE CsvLine          TO RejRegistro
                   WRITE RejectDetails
               ELSE
                   PERFORM BUSCAR-DUPLICADO-PERFORM
                   IF WS-MotivoRechazo NOT = SPACES
                       ADD 1 TO WS-CantRetenidas
                       MOVE SPACES TO ReviewDetails
                       MOVE WS-MotivoRechazo TO RevMotivo
                       MOVE WS-NroExistente  TO RevNroExistente
                       MOVE CsvLine          TO RevRegistro
                       WRITE ReviewDetails
                   ELSE
                       PERFORM GRABAR-CONTACTO-PERFORM
                   END-IF
               END-IF
           END-IF.

      *    Motivos de rechazo:
      *      05 registro invalido (cantidad de columnas o campo mas
      *         largo que el del registro de la agenda)
      *      10 titulo invalido
      *      20 apellido o nombre en blanco
      *      30 numero de calle no numerico
      *      40 fecha de nacimiento invalida
       VALIDAR-FILA-PERFORM.
           IF WS-CantCampos NOT = 11
               OR WS-LenApellido > 15 OR WS-LenNombre > 10
               OR WS-LenCalle > 15 OR WS-LenBarrio > 10
               OR WS-LenColonia > 10 OR WS-LenCiudad > 10
               OR WS-LenPais > 10
               MOVE "05" TO WS-MotivoRechazo
               ADD 1 TO WS-RechRegistro
           END-IF
           IF WS-MotivoRechazo = SPACES
               MOVE ZERO TO PerTitulo
               EVALUATE WS-CsvTitulo
                   WHEN "1" WHEN "Sr."    MOVE 1 TO PerTitulo
                   WHEN "2" WHEN "Sra."   MOVE 2 TO PerTitulo
                   WHEN "3" WHEN "Ing."   MOVE 3 TO PerTitulo
                   WHEN "4" WHEN "Inga."  MOVE 4 TO PerTitulo
                   WHEN "5" WHEN "Dr."    MOVE 5 TO PerTitulo
                   WHEN "6" WHEN "Dra."   MOVE 6 TO PerTitulo
                   WHEN "7" WHEN "Lic."   MOVE 7 TO PerTitulo
                   WHEN "8" WHEN "Licda." MOVE 8 TO PerTitulo
                   WHEN OTHER
                       MOVE "10" TO WS-MotivoRechazo
                       ADD 1 TO WS-RechTitulo
               END-EVALUATE
           END-IF
           IF WS-MotivoRechazo = SPACES
               AND (WS-CsvApellido = SPACES OR WS-CsvNombre = SPACES)
               MOVE "20" TO WS-MotivoRechazo
               ADD 1 TO WS-RechNombre
           END-IF
           IF WS-MotivoRechazo = SPACES
               MOVE SPACES TO WS-NumeroCalle
               IF WS-LenNumero >= 1 AND WS-LenNumero <= 4
                   MOVE WS-CsvNumero(1:WS-LenNumero)
                       TO WS-NumeroCalle
                   INSPECT WS-NumeroCalle
                       REPLACING LEADING SPACE BY "0"
               END-IF
               IF WS-NumeroCalle NOT NUMERIC
                   MOVE "30" TO WS-MotivoRechazo
                   ADD 1 TO WS-RechNumero
               END-IF
           END-IF
           IF WS-MotivoRechazo = SPACES
               PERFORM VALIDAR-NACIMIENTO-PERFORM
           END-IF.

       VALIDAR-NACIMIENTO-PERFORM.
           MOVE "N" TO WS-FechaOk
           MOVE WS-CsvNacim(1:10) TO WS-Nacim
      *    Ultima columna: su largo incluye el relleno de la linea.
           IF WS-CsvNacim(11:30) = SPACES
               AND WS-Nacim(3:1) = "/" AND WS-Nacim(6:1) = "/"
               AND WS-NacimDD NUMERIC AND WS-NacimMM NUMERIC
               AND WS-NacimAAAA NUMERIC
               MOVE WS-NacimDD   TO WS-NacimDD-N
               MOVE WS-NacimMM   TO WS-NacimMM-N
               MOVE WS-NacimAAAA TO WS-NacimAAAA-N
               MOVE WS-NacimAAAA-N TO WS-FechaAnio
               MOVE WS-NacimMM-N   TO WS-FechaMes
               MOVE WS-NacimDD-N   TO WS-FechaDia
               PERFORM VALIDAR-FECHA-PERFORM
               COMPUTE WS-NacimAAAAMMDD = WS-FechaAnio * 10000
                   + WS-FechaMes * 100 + WS-FechaDia
               IF WS-NacimAAAAMMDD > WS-FechaHoy
                   MOVE "N" TO WS-FechaOk
               END-IF
           END-IF
           IF NOT FechaOk
               MOVE "40" TO WS-MotivoRechazo
               ADD 1 TO WS-RechFecha
           END-IF.

      *    Mismas reglas que agenda_dups.cbl, contra la agenda y
      *    contra las filas ya cargadas de este mismo archivo:
      *      50 mismo apellido, nombre y fecha de nacimiento
      *      60 misma direccion (calle, numero y ciudad)
       BUSCAR-DUPLICADO-PERFORM.
           MOVE ZERO TO WS-NroExistente
           MOVE SPACES TO WS-Direccion
           STRING WS-CsvCalle(1:15) WS-NumeroCalle WS-CsvCiudad(1:10)
               DELIMITED BY SIZE
               INTO WS-Direccion
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-CantContactos
                  OR WS-MotivoRechazo NOT = SPACES
               IF CT-Surname(WS-Sub) = WS-CsvApellido(1:15)
                   AND CT-Forname(WS-Sub) = WS-CsvNombre(1:10)
                   AND CT-Fecha(WS-Sub) = WS-Nacim-N
                   MOVE "50" TO WS-MotivoRechazo
                   MOVE CT-Nro(WS-Sub) TO WS-NroExistente
                   ADD 1 TO WS-RetNombreFecha
               ELSE
                   IF CT-Direccion(WS-Sub) = WS-Direccion
                       AND CT-Direccion(WS-Sub) NOT = SPACES
                       MOVE "60" TO WS-MotivoRechazo
                       MOVE CT-Nro(WS-Sub) TO WS-NroExistente
                       ADD 1 TO WS-RetDireccion
                   END-IF
               END-IF
           END-PERFORM.

      *    Antes de la primera alta se guarda una generacion fechada
      *    de agendaDatos.dat (BKPPROC.CPY), como en las bajas y
      *    modificaciones de agenda.cbl.
       GRABAR-CONTACTO-PERFORM.
           IF NOT AgendaAbierta
               MOVE "agendaDatos.dat" TO BKP-Archivo
               PERFORM GEN-BACKUP-PERFORM
               OPEN EXTEND AgendaFile
               IF WS-AgendaStatus = "35"
                   OPEN OUTPUT AgendaFile
               END-IF
               SET AgendaAbierta TO TRUE
           END-IF
           MOVE WS-CsvApellido(1:15)  TO PerSurname
           MOVE WS-CsvNombre(1:10)    TO PerForname
           MOVE WS-CsvCalle(1:15)     TO PerStreet
           MOVE WS-NumeroCalle-N      TO PerNumber
           MOVE WS-CsvBarrio(1:10)    TO PerNeigh
           MOVE WS-CsvColonia(1:10)   TO PerCol
           MOVE WS-CsvCiudad(1:10)    TO PerCity
           MOVE WS-CsvPais(1:10)      TO PerCountry
           MOVE WS-NacimDD-N          TO PerDOB
           MOVE WS-NacimMM-N          TO PerMOB
           MOVE WS-NacimAAAA-N        TO PerYOB
           MOVE WS-ProxNro            TO PerNroContacto
           WRITE PersonDetails
           MOVE "agendaDatos.dat" TO JRN-Archivo
           MOVE WS-ProxNro TO JRN-Clave
           MOVE SPACES TO JRN-Antes
           MOVE PersonDetails TO JRN-Despues
           MOVE "A" TO JRN-Operacion
           PERFORM GRABAR-JOURNAL-PERFORM
           PERFORM AGREGAR-CONTACTO-PERFORM
           ADD 1 TO WS-CantCargadas
           ADD 1 TO WS-ProxNro.

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

       REPORTE-IMPORTACION-PERFORM.
           DISPLAY "IMPORTACION DE CONTACTOS - "
                   FUNCTION TRIM(WS-ImportPath)
           DISPLAY WS-LINE
           DISPLAY "Filas leidas............: " WS-CantLeidas
           DISPLAY "Contactos cargados......: " WS-CantCargadas
           DISPLAY "Rechazadas..............: " WS-CantRechazadas
           IF WS-CantRechazadas > ZERO
               DISPLAY "  05 Registro invalido...: " WS-RechRegistro
               DISPLAY "  10 Titulo invalido.....: " WS-RechTitulo
               DISPLAY "  20 Apellido/nombre vac.: " WS-RechNombre
               DISPLAY "  30 Numero no numerico..: " WS-RechNumero
               DISPLAY "  40 Fecha nacim. invalid: " WS-RechFecha
               DISPLAY "Rechazos grabados en "
                       FUNCTION TRIM(WS-RejPath)
           END-IF
           DISPLAY "Retenidas por duplicado.: " WS-CantRetenidas
           IF WS-CantRetenidas > ZERO
               DISPLAY "  50 Mismo nombre y fecha: " WS-RetNombreFecha
               DISPLAY "  60 Misma direccion.....: " WS-RetDireccion
               DISPLAY "Retenidas grabadas en "
                       FUNCTION TRIM(WS-RevPath)
           END-IF
           IF WS-Omitidos > ZERO
               DISPLAY "AVISO: tabla de contactos llena, "
                       WS-Omitidos " sin comparar por duplicado"
           END-IF.
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       COPY "signproc.cpy".
       END PROGRAM AGENDA-IMPORT.
