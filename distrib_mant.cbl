      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Mantenimiento de la tabla de distribucion de
      *          reportes (Distribucion.dat, layout comun
      *          DISTRIB.CPY): a que destinatarios (departamento,
      *          casilla de correo o impresora) va cada reporte del
      *          spool y con que frecuencia (diaria, semanal o
      *          mensual). El envio lo hace reporte_distrib.cbl al
      *          final de la corrida nocturna; desde aca tambien se
      *          consultan las entregas de una fecha en DistribLog.dat
      *          (DISTLOG.CPY). Mismo esquema de historial append-only
      *          que gadget_promo.cbl: la modificacion o la baja
      *          graban un registro nuevo de la misma clave reporte +
      *          destino.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB-MANT.
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
           SELECT OperFile
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
           SELECT SignLogFile
           ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD DistribFile.
           COPY "distrib.cpy".
       FD DistLogFile.
           COPY "distlog.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "dstwork.cpy".
       01 WS-Inicializado   PIC X VALUE "N".
           88 Inicializado  VALUE "S".
       77 WS-FechaNegStatus PIC XX.
       77 WS-DistLogStatus  PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(70) VALUE ALL "-".
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 alta              VALUE "2".
           88 baja              VALUE "3".
           88 entregas          VALUE "4".
           88 salir             VALUE "5".
       01 continuar             PIC X.
       01 WS-Captura.
           03 WS-Reporte        PIC X(20).
           03 WS-Destino        PIC X(40).
           03 WS-Tipo           PIC X.
           03 WS-Frecuencia     PIC X.
           03 WS-DiaX           PIC X(2).
           03 WS-Dia REDEFINES WS-DiaX PIC 9(2).
       77 WS-Raros          PIC 9(3).
       77 WS-TipoTexto      PIC X(12).
       77 WS-FrecTexto      PIC X(8).
       77 WS-EstadoTexto    PIC X(6).
       77 WS-FechaConsulta  PIC 9(8).
       77 WS-CantEntregas   PIC 9(5).
       77 WS-CantFallidas   PIC 9(5).
       01 WS-FinLog         PIC X VALUE "N".
           88 FinLog        VALUE "S".
       01 WS-DiaOk          PIC X.
           88 DiaOk         VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "DISTRIB-MANT" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               PERFORM LEER-FECHA-NEGOCIO-PERFORM
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "DISTRIBUCION DE REPORTES"      LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Distribucion"  LINE 4 POSITION 10
           DISPLAY "2 - Alta o Modificacion"       LINE 5 POSITION 10
           DISPLAY "3 - Baja de Destinatario"      LINE 6 POSITION 10
           DISPLAY "4 - Entregas de una Fecha"     LINE 7 POSITION 10
           DISPLAY "5 - Salir del Sistema"         LINE 8 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 10 POSITION 10
           ACCEPT tarea LINE 10 POSITION 52.
           EVALUATE TRUE
               WHEN consulta  PERFORM CONSULTA-PERFORM
               WHEN alta      PERFORM ALTA-PERFORM
               WHEN baja      PERFORM BAJA-PERFORM
               WHEN entregas  PERFORM ENTREGAS-PERFORM
               WHEN salir     PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 12 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 13 POSITION 10
                   ACCEPT continuar LINE 14 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Estado actual de cada reporte + destino (ultimo registro
      *    de su clave), con quien lo cargo y cuando.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-DISTRIB-PERFORM
           DISPLAY "DISTRIBUCION DE REPORTES AL " WS-FechaHoy
           IF DST-Cant = ZERO
               DISPLAY "NO HAY DISTRIBUCION CARGADA"
           ELSE
               DISPLAY "Reporte              Destino"
                       "                                  Tipo"
               DISPLAY "     Frecuencia Dia Estado Cargado  Usuario"
               DISPLAY WS-LINE
               PERFORM VARYING DST-Sub FROM 1 BY 1
                   UNTIL DST-Sub > DST-Cant
                   PERFORM TEXTOS-ENTRADA-PERFORM
                   DISPLAY DT-Reporte(DST-Sub) " "
                           DT-Destino(DST-Sub) " " WS-TipoTexto
                   DISPLAY "     " WS-FrecTexto "   "
                           DT-Dia(DST-Sub) "  " WS-EstadoTexto " "
                           DT-FechaCarga(DST-Sub) " "
                           DT-Usuario(DST-Sub)
               END-PERFORM
           END-IF
           IF DST-Omitidas > ZERO
               DISPLAY "AVISO: tabla de distribucion llena, quedaron "
                       DST-Omitidas " registros sin mostrar"
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

       TEXTOS-ENTRADA-PERFORM.
           EVALUATE DT-Tipo(DST-Sub)
               WHEN "D" MOVE "DEPARTAMENTO" TO WS-TipoTexto
               WHEN "M" MOVE "CASILLA"      TO WS-TipoTexto
               WHEN "I" MOVE "IMPRESORA"    TO WS-TipoTexto
               WHEN OTHER MOVE "?"          TO WS-TipoTexto
           END-EVALUATE
           EVALUATE DT-Frecuencia(DST-Sub)
               WHEN "D" MOVE "DIARIA"   TO WS-FrecTexto
               WHEN "S" MOVE "SEMANAL"  TO WS-FrecTexto
               WHEN "M" MOVE "MENSUAL"  TO WS-FrecTexto
               WHEN OTHER MOVE "?"      TO WS-FrecTexto
           END-EVALUATE
           IF DT-Estado(DST-Sub) = "B"
               MOVE "BAJA" TO WS-EstadoTexto
           ELSE
               MOVE "ACTIVA" TO WS-EstadoTexto
           END-IF.

      *    La misma clave reporte + destino ya cargada se modifica:
      *    el registro nuevo pasa a regir.
       ALTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           INITIALIZE WS-Captura
           DISPLAY "ALTA O MODIFICACION DE DESTINATARIO"
               LINE 2 POSITION 10
           DISPLAY "Reporte (RC-Reporte del spool): " LINE 4 POSITION 5
           ACCEPT WS-Reporte LINE 4 POSITION 40
           DISPLAY "Destino: " LINE 5 POSITION 5
           ACCEPT WS-Destino LINE 5 POSITION 40
           DISPLAY "Tipo (D depto, M casilla, I impresora): "
               LINE 6 POSITION 5
           ACCEPT WS-Tipo LINE 6 POSITION 47
           DISPLAY "Frecuencia (D diaria, S semanal, M mensual): "
               LINE 7 POSITION 5
           ACCEPT WS-Frecuencia LINE 7 POSITION 51
           DISPLAY "Dia (semanal 1=lunes..7=domingo, mensual 01-28,"
               LINE 8 POSITION 5
           DISPLAY "diaria en blanco): " LINE 9 POSITION 5
           ACCEPT WS-DiaX LINE 9 POSITION 40
           MOVE FUNCTION UPPER-CASE(WS-Tipo) TO WS-Tipo
           MOVE FUNCTION UPPER-CASE(WS-Frecuencia) TO WS-Frecuencia
           PERFORM VALIDAR-DIA-PERFORM
           MOVE ZERO TO WS-Raros
           INSPECT WS-Destino TALLYING WS-Raros
               FOR ALL '"' ALL "'" ALL ";" ALL "&" ALL "|" ALL "<"
                   ALL ">" ALL "$" ALL "`" ALL "/" ALL "\"
           EVALUATE TRUE
               WHEN WS-Reporte = SPACES
                   DISPLAY "REPORTE EN BLANCO, ALTA CANCELADA"
                       LINE 12 POSITION 5
               WHEN WS-Destino = SPACES
                   DISPLAY "DESTINO EN BLANCO, ALTA CANCELADA"
                       LINE 12 POSITION 5
               WHEN WS-Raros > ZERO
                   DISPLAY "EL DESTINO NO ADMITE COMILLAS NI LOS"
                           " CARACTERES ; & | < > $ ` / \"
                       LINE 12 POSITION 5
               WHEN WS-Tipo NOT = "D" AND WS-Tipo NOT = "M"
                   AND WS-Tipo NOT = "I"
                   DISPLAY "TIPO INVALIDO, ALTA CANCELADA"
                       LINE 12 POSITION 5
               WHEN WS-Frecuencia NOT = "D"
                   AND WS-Frecuencia NOT = "S"
                   AND WS-Frecuencia NOT = "M"
                   DISPLAY "FRECUENCIA INVALIDA, ALTA CANCELADA"
                       LINE 12 POSITION 5
               WHEN NOT DiaOk
                   DISPLAY "DIA INVALIDO PARA LA FRECUENCIA, ALTA"
                           " CANCELADA" LINE 12 POSITION 5
               WHEN OTHER
                   MOVE SPACES TO DistribRecord
                   MOVE WS-Reporte    TO DS-Reporte
                   MOVE WS-Destino    TO DS-Destino
                   MOVE WS-Tipo       TO DS-Tipo
                   MOVE WS-Frecuencia TO DS-Frecuencia
                   MOVE WS-Dia        TO DS-Dia
                   SET DS-Activa TO TRUE
                   PERFORM GRABAR-DISTRIB-PERFORM
                   DISPLAY "DESTINATARIO REGISTRADO" LINE 12 POSITION 5
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 14 POSITION 5
           ACCEPT continuar LINE 15 POSITION 5
           PERFORM MAIN-PROCEDURE.

       VALIDAR-DIA-PERFORM.
           MOVE "N" TO WS-DiaOk
           EVALUATE WS-Frecuencia
               WHEN "D"
                   MOVE ZERO TO WS-Dia
                   SET DiaOk TO TRUE
               WHEN "S"
                   IF WS-DiaX(2:1) = SPACE
                       MOVE WS-DiaX(1:1) TO WS-DiaX(2:1)
                       MOVE "0" TO WS-DiaX(1:1)
                   END-IF
                   IF WS-DiaX NUMERIC
                       AND WS-Dia >= 1 AND WS-Dia <= 7
                       SET DiaOk TO TRUE
                   END-IF
               WHEN "M"
                   IF WS-DiaX(2:1) = SPACE
                       MOVE WS-DiaX(1:1) TO WS-DiaX(2:1)
                       MOVE "0" TO WS-DiaX(1:1)
                   END-IF
                   IF WS-DiaX NUMERIC
                       AND WS-Dia >= 1 AND WS-Dia <= 28
                       SET DiaOk TO TRUE
                   END-IF
           END-EVALUATE.

      *    La baja graba la misma clave en estado B: desde la corrida
      *    siguiente el destinatario deja de recibir el reporte.
       BAJA-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM CARGAR-DISTRIB-PERFORM
           INITIALIZE WS-Captura
           DISPLAY "BAJA DE DESTINATARIO" LINE 2 POSITION 10
           DISPLAY "Reporte: " LINE 4 POSITION 5
           ACCEPT WS-Reporte LINE 4 POSITION 20
           DISPLAY "Destino: " LINE 5 POSITION 5
           ACCEPT WS-Destino LINE 5 POSITION 20
           MOVE "N" TO DST-Vista
           PERFORM VARYING DST-Sub FROM 1 BY 1
               UNTIL DST-Sub > DST-Cant OR DST-Vista = "S"
               IF DT-Reporte(DST-Sub) = WS-Reporte
                   AND DT-Destino(DST-Sub) = WS-Destino
                   MOVE "S" TO DST-Vista
               END-IF
           END-PERFORM
           IF DST-Vista = "S"
               SUBTRACT 1 FROM DST-Sub
           END-IF
           EVALUATE TRUE
               WHEN DST-Vista NOT = "S"
                   DISPLAY "NO EXISTE ESE DESTINATARIO PARA EL REPORTE"
                       LINE 8 POSITION 5
               WHEN DT-Estado(DST-Sub) = "B"
                   DISPLAY "EL DESTINATARIO YA ESTA DADO DE BAJA"
                       LINE 8 POSITION 5
               WHEN OTHER
                   PERFORM TEXTOS-ENTRADA-PERFORM
                   DISPLAY WS-TipoTexto LINE 6 POSITION 5
                   DISPLAY WS-FrecTexto LINE 6 POSITION 20
                   DISPLAY DT-Dia(DST-Sub) LINE 6 POSITION 30
                   DISPLAY "Confirma la baja (S/N)? "
                       LINE 7 POSITION 5
                   ACCEPT continuar LINE 7 POSITION 30
                   IF continuar = "S" OR continuar = "s"
                       MOVE SPACES TO DistribRecord
                       MOVE DT-Reporte(DST-Sub)    TO DS-Reporte
                       MOVE DT-Destino(DST-Sub)    TO DS-Destino
                       MOVE DT-Tipo(DST-Sub)       TO DS-Tipo
                       MOVE DT-Frecuencia(DST-Sub) TO DS-Frecuencia
                       MOVE DT-Dia(DST-Sub)        TO DS-Dia
                       SET DS-Baja TO TRUE
                       PERFORM GRABAR-DISTRIB-PERFORM
                       DISPLAY "DESTINATARIO DADO DE BAJA"
                           LINE 8 POSITION 5
                   ELSE
                       DISPLAY "BAJA CANCELADA" LINE 8 POSITION 5
                   END-IF
           END-EVALUATE
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 10 POSITION 5
           ACCEPT continuar LINE 11 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Entregas y fallos del log para una fecha de reporte.
       ENTREGAS-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantEntregas
           MOVE ZERO TO WS-CantFallidas
           MOVE "N" TO WS-FinLog
           DISPLAY "Fecha de los reportes (AAAAMMDD, 0 = negocio): "
           ACCEPT WS-FechaConsulta
           IF WS-FechaConsulta = ZERO
               MOVE WS-FechaHoy TO WS-FechaConsulta
           END-IF
           OPEN INPUT DistLogFile
           IF WS-DistLogStatus = "35"
               DISPLAY "NO HAY ENTREGAS REGISTRADAS"
           ELSE
               DISPLAY "ENTREGAS DE LOS REPORTES DEL " WS-FechaConsulta
               DISPLAY "Reporte              Destino"
                       "                                  T Res"
                       " Enviado"
               DISPLAY WS-LINE
               READ DistLogFile
                   AT END SET FinLog TO TRUE
               END-READ
               PERFORM UNTIL FinLog
                   IF DL-Fecha = WS-FechaConsulta
                       IF DL-Entregado
                           ADD 1 TO WS-CantEntregas
                       ELSE
                           ADD 1 TO WS-CantFallidas
                       END-IF
                       DISPLAY DL-Reporte " " DL-Destino " " DL-Tipo
                               " " DL-Estado "   " DL-FechaEnvio " "
                               DL-HoraEnvio
                   END-IF
                   READ DistLogFile
                       AT END SET FinLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistLogFile
               DISPLAY WS-LINE
               DISPLAY "Entregados (E): " WS-CantEntregas
                       "  Fallidos (F): " WS-CantFallidas
           END-IF
           DISPLAY " "
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    El usuario del registro es el operador verificado del
      *    ingreso, como en gadget_promo.cbl.
       GRABAR-DISTRIB-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DS-FechaCarga
           MOVE SGN-Usuario TO DS-Usuario
           OPEN EXTEND DistribFile
           IF DST-Status = "35"
               OPEN OUTPUT DistribFile
           END-IF
           WRITE DistribRecord
           CLOSE DistribFile.

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

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "dstproc.cpy".
       END PROGRAM DISTRIB-MANT.
