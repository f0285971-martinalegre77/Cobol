      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Distribucion de los reportes del spool. Paso final
      *          de la corrida nocturna: toma del catalogo
      *          ReporteCatalogo.dat (RPTCAT.CPY) los reportes de la
      *          fecha de negocio (o DISTRIB_FECHA, AAAAMMDD; en una
      *          re-emision vale la ultima copia) y los manda a cada
      *          destinatario de la tabla de distribucion
      *          (Distribucion.dat, DISTRIB.CPY, mantenida con
      *          distrib_mant.cbl) cuya frecuencia cae ese dia: a la
      *          carpeta distrib/<departamento>, por correo a la
      *          casilla o a la impresora. Cada envio queda en
      *          DistribLog.dat (DISTLOG.CPY) como entregado o
      *          fallido; lo ya entregado no se reenvia y lo fallido
      *          se reintenta al relanzar el paso. Antes de enviar
      *          emite el reporte de excepciones DistribExcep.txt
      *          (archivado en el spool y distribuible como
      *          cualquier otro) con los reportes que la tabla espera
      *          para la fecha y no se catalogaron, por ejemplo un
      *          ConciliaReporte que no salio. Codigo 4 con envios
      *          fallidos o reportes faltantes, 8 si no se puede
      *          procesar.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DISTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistribFile
           ASSIGN TO "Distribucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DST-Status.
           SELECT DistLogFile
           ASSIGN TO "DistribLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DistLogStatus.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
           SELECT EnvioFile
           ASSIGN TO "DistribEnvio.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EnvioStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT ReporteFile
           ASSIGN TO "DistribExcep.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DistribFile.
           COPY "distrib.cpy".
       FD DistLogFile.
           COPY "distlog.cpy".
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD EnvioFile.
       01 EnvioResultado    PIC X.
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "dstwork.cpy".
       77 WS-DistLogStatus  PIC XX.
       77 WS-EnvioStatus    PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 WS-FechaX         PIC X(8) VALUE SPACES.
       01 WS-FechaHoy REDEFINES WS-FechaX PIC 9(8).
       01 WS-FinCatalogo    PIC X VALUE "N".
           88 FinCatalogo   VALUE "S".
       01 WS-FinLog         PIC X VALUE "N".
           88 FinLog        VALUE "S".
      *    Reportes catalogados para la fecha, la ultima copia de
      *    cada uno.
       77 WS-CantDia        PIC 9(3) VALUE ZERO.
       77 WS-SubDia         PIC 9(3).
       01 TABLA-DIA.
           05 DIA-ITEM OCCURS 200 TIMES.
               10 TD-Reporte     PIC X(20).
               10 TD-Archivo     PIC X(60).
       01 WS-Catalogado     PIC X.
           88 Catalogado    VALUE "S".
      *    Envios ya entregados para la fecha (reporte + destino).
       77 WS-CantEntregados PIC 9(4) VALUE ZERO.
       77 WS-SubEnt         PIC 9(4).
       01 TABLA-ENTREGADOS.
           05 ENT-ITEM OCCURS 2000 TIMES.
               10 TE-Reporte     PIC X(20).
               10 TE-Destino     PIC X(40).
       01 WS-YaEntregado    PIC X.
           88 YaEntregado   VALUE "S".
      *    Reportes esperados y no catalogados (uno por reporte).
       77 WS-SubFalta       PIC 9(3).
       01 TABLA-FALTANTES.
           05 FALTA-ITEM OCCURS 300 TIMES.
               10 TF-Reporte     PIC X(20).
               10 TF-Destinos    PIC 9(3).
       01 WS-Repetido       PIC X.
           88 Repetido      VALUE "S".
       77 WS-CantDestinos   PIC 9(3).
       77 WS-Comando        PIC X(300).
       77 WS-Envio          PIC X(200).
       77 WS-CantFaltantes  PIC 9(3) VALUE ZERO.
       77 WS-CantEnviados   PIC 9(5) VALUE ZERO.
       77 WS-CantFallidos   PIC 9(5) VALUE ZERO.
       77 WS-CantPrevios    PIC 9(5) VALUE ZERO.
       77 WS-CantSinDestino PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-FechaX FROM ENVIRONMENT "DISTRIB_FECHA"
           IF WS-FechaX = SPACES
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           IF WS-FechaX NOT NUMERIC
               DISPLAY "ERROR: DISTRIB_FECHA invalida (AAAAMMDD): "
                       WS-FechaX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-DISTRIB-PERFORM
           IF DST-Omitidas > ZERO
               DISPLAY "ERROR: mas de 300 destinatarios en"
                       " Distribucion.dat, ampliar DST-Tabla"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FechaHoy TO DST-Fecha
           PERFORM CARGAR-CATALOGO-PERFORM
           PERFORM CARGAR-ENTREGADOS-PERFORM
           PERFORM EXCEPCIONES-PERFORM
           DISPLAY "DISTRIBUCION DE REPORTES DEL " WS-FechaHoy
           DISPLAY WS-LINE
           PERFORM VARYING WS-SubDia FROM 1 BY 1
               UNTIL WS-SubDia > WS-CantDia
               PERFORM DISTRIBUIR-REPORTE-PERFORM
           END-PERFORM
           DISPLAY WS-LINE
           DISPLAY "Reportes catalogados......: " WS-CantDia
           DISPLAY "  Sin destinatarios.......: " WS-CantSinDestino
           DISPLAY "Envios entregados.........: " WS-CantEnviados
           DISPLAY "Envios fallidos...........: " WS-CantFallidos
           DISPLAY "Ya entregados antes.......: " WS-CantPrevios
           DISPLAY "Reportes esperados y no"
                   " catalogados: " WS-CantFaltantes
           DISPLAY "Log en DistribLog.dat, faltantes en"
                   " DistribExcep.txt"
           IF WS-CantFallidos > ZERO OR WS-CantFaltantes > ZERO
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

       CARGAR-CATALOGO-PERFORM.
           OPEN INPUT CatalogFile
           IF SPL-Status = "35"
               CONTINUE
           ELSE
               READ CatalogFile
                   AT END SET FinCatalogo TO TRUE
               END-READ
               PERFORM UNTIL FinCatalogo
                   IF RC-Fecha = WS-FechaHoy
                       PERFORM ANOTAR-CATALOGADO-PERFORM
                   END-IF
                   READ CatalogFile
                       AT END SET FinCatalogo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

      *    Una re-emision del mismo dia pisa la entrada anterior.
       ANOTAR-CATALOGADO-PERFORM.
           MOVE "N" TO WS-Catalogado
           PERFORM VARYING WS-SubDia FROM 1 BY 1
               UNTIL WS-SubDia > WS-CantDia OR Catalogado
               IF TD-Reporte(WS-SubDia) = RC-Reporte
                   SET Catalogado TO TRUE
               END-IF
           END-PERFORM
           IF Catalogado
               SUBTRACT 1 FROM WS-SubDia
           ELSE
               IF WS-CantDia = 200
                   DISPLAY "ERROR: mas de 200 reportes catalogados"
                           " en el dia, ampliar TABLA-DIA"
                   CLOSE CatalogFile
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CantDia
               MOVE WS-CantDia TO WS-SubDia
           END-IF
           MOVE RC-Reporte TO TD-Reporte(WS-SubDia)
           MOVE RC-Archivo TO TD-Archivo(WS-SubDia).

       CARGAR-ENTREGADOS-PERFORM.
           OPEN INPUT DistLogFile
           IF WS-DistLogStatus = "35"
               CONTINUE
           ELSE
               READ DistLogFile
                   AT END SET FinLog TO TRUE
               END-READ
               PERFORM UNTIL FinLog
                   IF DL-Fecha = WS-FechaHoy AND DL-Entregado
                       IF WS-CantEntregados = 2000
                           DISPLAY "ERROR: mas de 2000 entregas en"
                                   " el dia, ampliar TABLA-ENTREGADOS"
                           CLOSE DistLogFile
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CantEntregados
                       MOVE DL-Reporte
                           TO TE-Reporte(WS-CantEntregados)
                       MOVE DL-Destino
                           TO TE-Destino(WS-CantEntregados)
                   END-IF
                   READ DistLogFile
                       AT END SET FinLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistLogFile
           END-IF.

      *    Un reporte se espera para la fecha si tiene al menos un
      *    destinatario activo cuya frecuencia cae ese dia; el
      *    faltante se lista una vez, con la cantidad de
      *    destinatarios que no lo van a recibir.
       EXCEPCIONES-PERFORM.
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "REPORTES ESPERADOS Y NO CATALOGADOS - " WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           PERFORM VARYING DST-Sub FROM 1 BY 1
               UNTIL DST-Sub > DST-Cant
               PERFORM TOCA-DISTRIB-PERFORM
               IF DST-Corresponde
                   PERFORM VERIFICAR-ESPERADO-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SubFalta FROM 1 BY 1
               UNTIL WS-SubFalta > WS-CantFaltantes
               MOVE SPACES TO RptLinea
               STRING "NO CATALOGADO " TF-Reporte(WS-SubFalta)
                      " - destinatarios sin recibirlo: "
                      TF-Destinos(WS-SubFalta)
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           IF WS-CantFaltantes = ZERO
               MOVE "Todos los reportes esperados fueron catalogados"
                   TO RptLinea
           ELSE
               STRING "Reportes faltantes: " WS-CantFaltantes
                   DELIMITED BY SIZE INTO RptLinea
           END-IF
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "DistribExcep"     TO SPL-Reporte
           MOVE "DistribExcep.txt" TO SPL-Origen
           MOVE "REPORTE-DISTRIB"  TO SPL-Programa
           MOVE WS-FechaHoy        TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           MOVE SPL-Reporte TO RC-Reporte
           MOVE SPL-Archivo TO RC-Archivo
           PERFORM ANOTAR-CATALOGADO-PERFORM.

      *    DistribExcep lo emite este mismo paso: no se controla.
       VERIFICAR-ESPERADO-PERFORM.
           MOVE "N" TO WS-Catalogado
           IF DT-Reporte(DST-Sub) = "DistribExcep"
               SET Catalogado TO TRUE
           END-IF
           PERFORM VARYING WS-SubDia FROM 1 BY 1
               UNTIL WS-SubDia > WS-CantDia OR Catalogado
               IF TD-Reporte(WS-SubDia) = DT-Reporte(DST-Sub)
                   SET Catalogado TO TRUE
               END-IF
           END-PERFORM
           IF NOT Catalogado
               MOVE "N" TO WS-Repetido
               PERFORM VARYING WS-SubFalta FROM 1 BY 1
                   UNTIL WS-SubFalta > WS-CantFaltantes OR Repetido
                   IF TF-Reporte(WS-SubFalta) = DT-Reporte(DST-Sub)
                       SET Repetido TO TRUE
                   END-IF
               END-PERFORM
               IF Repetido
                   SUBTRACT 1 FROM WS-SubFalta
               ELSE
                   ADD 1 TO WS-CantFaltantes
                   MOVE WS-CantFaltantes TO WS-SubFalta
                   MOVE DT-Reporte(DST-Sub) TO TF-Reporte(WS-SubFalta)
                   MOVE ZERO TO TF-Destinos(WS-SubFalta)
               END-IF
               ADD 1 TO TF-Destinos(WS-SubFalta)
           END-IF.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       DISTRIBUIR-REPORTE-PERFORM.
           MOVE ZERO TO WS-CantDestinos
           PERFORM VARYING DST-Sub FROM 1 BY 1
               UNTIL DST-Sub > DST-Cant
               IF DT-Reporte(DST-Sub) = TD-Reporte(WS-SubDia)
                   PERFORM TOCA-DISTRIB-PERFORM
                   IF DST-Corresponde
                       ADD 1 TO WS-CantDestinos
                       PERFORM ENVIAR-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CantDestinos = ZERO
               ADD 1 TO WS-CantSinDestino
           END-IF.

       ENVIAR-PERFORM.
           MOVE "N" TO WS-YaEntregado
           PERFORM VARYING WS-SubEnt FROM 1 BY 1
               UNTIL WS-SubEnt > WS-CantEntregados OR YaEntregado
               IF TE-Reporte(WS-SubEnt) = DT-Reporte(DST-Sub)
                   AND TE-Destino(WS-SubEnt) = DT-Destino(DST-Sub)
                   SET YaEntregado TO TRUE
               END-IF
           END-PERFORM
           IF YaEntregado
               ADD 1 TO WS-CantPrevios
           ELSE
               PERFORM ARMAR-ENVIO-PERFORM
               MOVE SPACES TO WS-Comando
               STRING "rm -f DistribEnvio.tmp; if ( "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Envio) DELIMITED BY SIZE
                      " ) >/dev/null 2>&1; then echo E; else echo F;"
                          DELIMITED BY SIZE
                      " fi > DistribEnvio.tmp" DELIMITED BY SIZE
                      INTO WS-Comando
               CALL "SYSTEM" USING WS-Comando
               MOVE "F" TO EnvioResultado
               OPEN INPUT EnvioFile
               IF WS-EnvioStatus = "00"
                   READ EnvioFile
                       AT END MOVE "F" TO EnvioResultado
                   END-READ
                   CLOSE EnvioFile
               END-IF
               PERFORM GRABAR-LOG-PERFORM
           END-IF.

      *    Departamento: copia a su carpeta bajo distrib/; casilla:
      *    por correo con el reporte y la fecha en el asunto;
      *    impresora: a la cola de impresion.
       ARMAR-ENVIO-PERFORM.
           MOVE SPACES TO WS-Envio
           EVALUATE DT-Tipo(DST-Sub)
               WHEN "D"
                   STRING 'mkdir -p "distrib/' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-Destino(DST-Sub))
                              DELIMITED BY SIZE
                          '" && cp "' DELIMITED BY SIZE
                          FUNCTION TRIM(TD-Archivo(WS-SubDia))
                              DELIMITED BY SIZE
                          '" "distrib/' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-Destino(DST-Sub))
                              DELIMITED BY SIZE
                          '/"' DELIMITED BY SIZE
                          INTO WS-Envio
               WHEN "M"
                   STRING 'mail -s "' DELIMITED BY SIZE
                          FUNCTION TRIM(TD-Reporte(WS-SubDia))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-FechaHoy DELIMITED BY SIZE
                          '" "' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-Destino(DST-Sub))
                              DELIMITED BY SIZE
                          '" < "' DELIMITED BY SIZE
                          FUNCTION TRIM(TD-Archivo(WS-SubDia))
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                          INTO WS-Envio
               WHEN OTHER
                   STRING 'lp -d "' DELIMITED BY SIZE
                          FUNCTION TRIM(DT-Destino(DST-Sub))
                              DELIMITED BY SIZE
                          '" "' DELIMITED BY SIZE
                          FUNCTION TRIM(TD-Archivo(WS-SubDia))
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                          INTO WS-Envio
           END-EVALUATE.

       GRABAR-LOG-PERFORM.
           MOVE SPACES TO DistLogRecord
           MOVE TD-Reporte(WS-SubDia) TO DL-Reporte
           MOVE WS-FechaHoy           TO DL-Fecha
           MOVE DT-Destino(DST-Sub)   TO DL-Destino
           MOVE DT-Tipo(DST-Sub)      TO DL-Tipo
           IF EnvioResultado = "E"
               SET DL-Entregado TO TRUE
               ADD 1 TO WS-CantEnviados
           ELSE
               SET DL-Fallido TO TRUE
               ADD 1 TO WS-CantFallidos
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DL-FechaEnvio
           MOVE FUNCTION CURRENT-DATE(9:6) TO DL-HoraEnvio
           MOVE TD-Archivo(WS-SubDia) TO DL-Archivo
           OPEN EXTEND DistLogFile
           IF WS-DistLogStatus = "35"
               OPEN OUTPUT DistLogFile
           END-IF
           WRITE DistLogRecord
           CLOSE DistLogFile
           IF DL-Entregado
               DISPLAY "ENTREGADO " DL-Reporte " -> " DL-Tipo " "
                       DL-Destino
           ELSE
               DISPLAY "FALLIDO   " DL-Reporte " -> " DL-Tipo " "
                       DL-Destino
           END-IF.

       COPY "spoolproc.cpy".
       COPY "dstproc.cpy".
       END PROGRAM REPORTE-DISTRIB.
