      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Cierre de periodos contables de GadgetShop
      *          (Periodos.dat, layout comun PERIODO.CPY). Un mes se
      *          cierra solo si ya termino (la fecha de negocio es
      *          posterior a su ultimo dia), si la ultima corrida de
      *          gadget_kardex_verif.cbl (KardexVerif.dat) es
      *          posterior al fin del mes y salio limpia, sin
      *          quiebres ni descuadres, y si no quedan lotes
      *          capturados o editados del mes sin aplicar (mismo
      *          criterio que gadget_lotes_ctl.cbl). Cerrado el mes,
      *          gadgetshop.cbl, gadget_mant.cbl, gadget_ajuste.cbl y
      *          fecha_negocio.cbl rechazan todo movimiento fechado
      *          en el (PERPROC.CPY). La reapertura pide el motivo.
      *          Cierre y reapertura quedan como registros nuevos en
      *          Periodos.dat (con fecha, hora, operador y motivo) y
      *          en Journal.dat. Exige nivel 3 (administracion).
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PERIODO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT KVerifFile
           ASSIGN TO "KardexVerif.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KVerifStatus.
           SELECT LotesCtlFile
           ASSIGN TO "GadgetLotesCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LotesCtlStatus.
           SELECT LotesFile
           ASSIGN TO "GadgetLotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LotesStatus.
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
       FD PeriodoFile.
           COPY "periodo.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD KVerifFile.
           COPY "kverif.cpy".
       FD LotesCtlFile.
           COPY "lotectl.cpy".
       FD LotesFile.
       01 LoteRegistro.
           88 EndOfLotesFile  VALUE HIGH-VALUE.
           03 LT-LoteNro        PIC 9(6).
           03 LT-Fecha          PIC 9(8).
           03 LT-FechaAplicada  PIC 9(8).
       FD JournalFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       WORKING-STORAGE SECTION.
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "perwork.cpy".
       01 WS-Inicializado       PIC X VALUE "N".
           88 Inicializado      VALUE "S".
       77 WS-FechaNegStatus     PIC XX.
       77 WS-KVerifStatus       PIC XX.
       77 WS-LotesCtlStatus     PIC XX.
       77 WS-LotesStatus        PIC XX.
       01 tarea PIC X.
           88 consulta          VALUE "1".
           88 cerrar            VALUE "2".
           88 reabrir           VALUE "3".
           88 salir             VALUE "4".
       01 continuar             PIC X.
       01 WS-Confirma           PIC X.
       01 WS-NuevoEstado        PIC X.
       77 WS-FechaNegocio       PIC 9(8).
       77 WS-PeriodoIngresado   PIC 9(6).
       77 WS-FinPeriodo         PIC 9(8).
       77 WS-Motivo             PIC X(40).
       77 WS-Mensaje            PIC X(60).
       77 WS-FechaAnio          PIC 9(4).
       77 WS-FechaMes           PIC 9(2).
       77 WS-DiasDelMes         PIC 9(2).
       77 WS-Resto4             PIC 9(4).
       77 WS-Resto100           PIC 9(4).
       77 WS-Resto400           PIC 9(4).
       77 WS-Cociente           PIC 9(4).
       01 WS-PeriodoOk          PIC X VALUE "N".
           88 PeriodoOk         VALUE "S".
       77 WS-CantListados       PIC 9(4).
      *    Ultima corrida de la verificacion del kardex.
       01 WS-FinVerif           PIC X VALUE "N".
           88 FinVerif          VALUE "S".
       01 WS-HayVerif           PIC X VALUE "N".
           88 HayVerif          VALUE "S".
       77 WS-VerifFechaNeg      PIC 9(8).
       77 WS-VerifQuiebres      PIC 9(6).
       77 WS-VerifDescuadres    PIC 9(6).
      *    Lotes aplicados y lotes vistos en captura/edicion, igual
      *    que en gadget_lotes_ctl.cbl.
       01 WS-FinCtl             PIC X VALUE "N".
           88 FinCtl            VALUE "S".
       77 WS-CantAplicados      PIC 9(4) VALUE ZERO.
       77 WS-SubAplicado        PIC 9(4).
       01 TABLA-APLICADOS.
           05 APLICADO-ITEM OCCURS 2000 TIMES.
               10 AP-LoteNro     PIC 9(6).
       77 WS-CantVistos         PIC 9(4) VALUE ZERO.
       77 WS-SubVisto           PIC 9(4).
       77 WS-LotesOmitidos      PIC 9(4) VALUE ZERO.
       01 TABLA-VISTOS.
           05 VISTO-ITEM OCCURS 2000 TIMES.
               10 VT-LoteNro     PIC 9(6).
               10 VT-Fecha       PIC 9(8).
               10 VT-Etapa       PIC X.
       01 WS-LoteVisto          PIC X.
       01 WS-Aplicado           PIC X.
       77 WS-CantPendientes     PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF NOT Inicializado
               SET Inicializado TO TRUE
               MOVE "GADGET-PERIODO" TO SGN-Programa
               MOVE 3 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
           END-IF
           CALL "SYSTEM" USING "cls"
           DISPLAY "CIERRE DE PERIODOS CONTABLES"  LINE 2 POSITION 10
           DISPLAY "1 - Consulta de Periodos"      LINE 4 POSITION 10
           DISPLAY "2 - Cerrar Periodo"            LINE 5 POSITION 10
           DISPLAY "3 - Reabrir Periodo"           LINE 6 POSITION 10
           DISPLAY "4 - Salir del Sistema"         LINE 7 POSITION 10
           DISPLAY "Ingrese el numero de la tarea a realizar: "
               LINE 9 POSITION 10
           ACCEPT tarea LINE 9 POSITION 52.
           EVALUATE TRUE
               WHEN consulta PERFORM CONSULTA-PERFORM
               WHEN cerrar   PERFORM CERRAR-PERFORM
               WHEN reabrir  PERFORM REABRIR-PERFORM
               WHEN salir    PERFORM SALIR-PERFORM
               WHEN OTHER
                   DISPLAY "Ingreso incorrecto" LINE 11 POSITION 10
                   DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
                       LINE 12 POSITION 10
                   ACCEPT continuar LINE 13 POSITION 10
                   PERFORM MAIN-PROCEDURE
           END-EVALUATE.

      *    Historia completa de cierres y reaperturas, en el orden
      *    en que se grabaron: el ultimo registro de cada mes es su
      *    estado vigente.
       CONSULTA-PERFORM.
           CALL "SYSTEM" USING "cls"
           MOVE ZERO TO WS-CantListados
           MOVE "N" TO PER-Fin
           DISPLAY "Periodo Est Fecha    Hora   Operador   Motivo"
           OPEN INPUT PeriodoFile
           IF PER-Status = "35"
               CONTINUE
           ELSE
               READ PeriodoFile
                   AT END SET PER-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL PER-FinArchivo
                   ADD 1 TO WS-CantListados
                   DISPLAY PC-Periodo "  " PC-Estado "   " PC-Fecha
                           " " PC-Hora " " PC-Usuario " " PC-Motivo
                   READ PeriodoFile
                       AT END SET PER-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodoFile
           END-IF
           IF WS-CantListados = ZERO
               DISPLAY "NO HAY PERIODOS CERRADOS: todos abiertos"
           END-IF
           DISPLAY "(C = cerrado, A = reabierto)"
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
           ACCEPT continuar
           PERFORM MAIN-PROCEDURE.

      *    Cada control que falla deja su motivo en WS-Mensaje y
      *    corta los siguientes; solo con todos en orden se pide la
      *    confirmacion del cierre.
       CERRAR-PERFORM.
           CALL "SYSTEM" USING "cls"
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           DISPLAY "CERRAR PERIODO" LINE 2 POSITION 10
           DISPLAY "Fecha de negocio: " LINE 4 POSITION 5
           DISPLAY WS-FechaNegocio      LINE 4 POSITION 31
           DISPLAY "Periodo a cerrar (AAAAMM): " LINE 6 POSITION 5
           ACCEPT WS-PeriodoIngresado LINE 6 POSITION 33
           MOVE SPACES TO WS-Mensaje
           PERFORM VALIDAR-PERIODO-PERFORM
           IF NOT PeriodoOk
               MOVE "PERIODO INVALIDO" TO WS-Mensaje
           END-IF
           IF WS-Mensaje = SPACES
               IF PER-Cerrado
                   MOVE "EL PERIODO YA ESTA CERRADO" TO WS-Mensaje
               END-IF
           END-IF
           IF WS-Mensaje = SPACES
               IF WS-FechaNegocio NOT > WS-FinPeriodo
                   MOVE "EL PERIODO NO TERMINO (ver fecha de negocio)"
                       TO WS-Mensaje
               END-IF
           END-IF
           IF WS-Mensaje = SPACES
               PERFORM CONTROLAR-VERIFICACION-PERFORM
           END-IF
           IF WS-Mensaje = SPACES
               PERFORM CONTROLAR-LOTES-PERFORM
           END-IF
           IF WS-Mensaje NOT = SPACES
               DISPLAY WS-Mensaje LINE 10 POSITION 5
               DISPLAY "CIERRE CANCELADO" LINE 11 POSITION 5
           ELSE
               DISPLAY "Verificacion de kardex limpia al "
                   LINE 8 POSITION 5
               DISPLAY WS-VerifFechaNeg LINE 8 POSITION 39
               DISPLAY "Sin lotes pendientes del periodo"
                   LINE 9 POSITION 5
               DISPLAY "CONFIRMA EL CIERRE DEL PERIODO (S/N)? "
                   LINE 10 POSITION 5
               ACCEPT WS-Confirma LINE 10 POSITION 44
               IF WS-Confirma = "S" OR WS-Confirma = "s"
                   MOVE "C" TO WS-NuevoEstado
                   MOVE "CIERRE MENSUAL" TO WS-Motivo
                   PERFORM GRABAR-PERIODO-PERFORM
                   DISPLAY "PERIODO CERRADO" LINE 11 POSITION 5
               ELSE
                   DISPLAY "CIERRE CANCELADO" LINE 11 POSITION 5
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 13 POSITION 5
           ACCEPT continuar LINE 14 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    La reapertura vuelve a admitir movimientos en el mes; el
      *    motivo es obligatorio y queda en Periodos.dat y en el
      *    journal junto con el operador.
       REABRIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           DISPLAY "REABRIR PERIODO" LINE 2 POSITION 10
           DISPLAY "Periodo a reabrir (AAAAMM): " LINE 4 POSITION 5
           ACCEPT WS-PeriodoIngresado LINE 4 POSITION 34
           MOVE SPACES TO WS-Mensaje
           PERFORM VALIDAR-PERIODO-PERFORM
           IF NOT PeriodoOk
               MOVE "PERIODO INVALIDO" TO WS-Mensaje
           END-IF
           IF WS-Mensaje = SPACES
               IF NOT PER-Cerrado
                   MOVE "EL PERIODO NO ESTA CERRADO" TO WS-Mensaje
               END-IF
           END-IF
           IF WS-Mensaje = SPACES
               MOVE SPACES TO WS-Motivo
               DISPLAY "Motivo: " LINE 6 POSITION 5
               ACCEPT WS-Motivo LINE 6 POSITION 14
               IF WS-Motivo = SPACES
                   MOVE "SE REQUIERE EL MOTIVO DE LA REAPERTURA"
                       TO WS-Mensaje
               END-IF
           END-IF
           IF WS-Mensaje NOT = SPACES
               DISPLAY WS-Mensaje LINE 8 POSITION 5
               DISPLAY "REAPERTURA CANCELADA" LINE 9 POSITION 5
           ELSE
               DISPLAY "CONFIRMA LA REAPERTURA DEL PERIODO (S/N)? "
                   LINE 8 POSITION 5
               ACCEPT WS-Confirma LINE 8 POSITION 48
               IF WS-Confirma = "S" OR WS-Confirma = "s"
                   MOVE "A" TO WS-NuevoEstado
                   PERFORM GRABAR-PERIODO-PERFORM
                   DISPLAY "PERIODO REABIERTO" LINE 9 POSITION 5
               ELSE
                   DISPLAY "REAPERTURA CANCELADA" LINE 9 POSITION 5
               END-IF
           END-IF
           DISPLAY "PRESIONE UNA TECLA PARA CONTINUAR"
               LINE 11 POSITION 5
           ACCEPT continuar LINE 12 POSITION 5
           PERFORM MAIN-PROCEDURE.

      *    Valida el AAAAMM ingresado, arma el ultimo dia del mes en
      *    WS-FinPeriodo y deja el estado vigente en PER-Estado.
       VALIDAR-PERIODO-PERFORM.
           MOVE "N" TO WS-PeriodoOk
           MOVE WS-PeriodoIngresado(1:4) TO WS-FechaAnio
           MOVE WS-PeriodoIngresado(5:2) TO WS-FechaMes
           IF WS-FechaAnio > ZERO
               AND WS-FechaMes >= 1 AND WS-FechaMes <= 12
               SET PeriodoOk TO TRUE
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
               COMPUTE WS-FinPeriodo =
                   WS-PeriodoIngresado * 100 + WS-DiasDelMes
               MOVE WS-FinPeriodo TO PER-Fecha
               PERFORM PERIODO-CERRADO-PERFORM
           END-IF.

      *    Fecha de negocio en curso (FechaNegocio.dat); sin el
      *    archivo, fecha del sistema.
       LEER-FECHA-NEGOCIO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaNegocio
           OPEN INPUT FechaNegFile
           IF WS-FechaNegStatus = "35"
               CONTINUE
           ELSE
               READ FechaNegFile
                   AT END CONTINUE
                   NOT AT END MOVE FN-Fecha TO WS-FechaNegocio
               END-READ
               CLOSE FechaNegFile
           END-IF.

      *    Rige la ultima corrida de gadget_kardex_verif.cbl: tiene
      *    que haberse hecho con una fecha de negocio posterior al
      *    fin del mes (cubre todos sus movimientos) y sin quiebres
      *    ni descuadres.
       CONTROLAR-VERIFICACION-PERFORM.
           MOVE "N" TO WS-HayVerif
           MOVE "N" TO WS-FinVerif
           OPEN INPUT KVerifFile
           IF WS-KVerifStatus = "35"
               CONTINUE
           ELSE
               READ KVerifFile
                   AT END SET FinVerif TO TRUE
               END-READ
               PERFORM UNTIL FinVerif
                   SET HayVerif TO TRUE
                   MOVE KV-FechaNeg   TO WS-VerifFechaNeg
                   MOVE KV-Quiebres   TO WS-VerifQuiebres
                   MOVE KV-Descuadres TO WS-VerifDescuadres
                   READ KVerifFile
                       AT END SET FinVerif TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KVerifFile
           END-IF
           IF NOT HayVerif
               MOVE "NO HAY VERIFICACION DE KARDEX GRABADA"
                   TO WS-Mensaje
           END-IF
           IF WS-Mensaje = SPACES
               IF WS-VerifFechaNeg NOT > WS-FinPeriodo
                   MOVE "LA VERIFICACION DE KARDEX NO CUBRE EL MES"
                       TO WS-Mensaje
               END-IF
           END-IF
           IF WS-Mensaje = SPACES
               IF WS-VerifQuiebres > ZERO
                   OR WS-VerifDescuadres > ZERO
                   MOVE "LA VERIFICACION DE KARDEX TIENE QUIEBRES"
                       TO WS-Mensaje
               END-IF
           END-IF.

      *    Mismo cruce que gadget_lotes_ctl.cbl (ultima etapa vista
      *    de cada lote contra GadgetLotes.dat, los consolidados O
      *    se dan por cerrados), limitado a los lotes fechados hasta
      *    el fin del mes. Con las tablas llenas el control queda
      *    incompleto y no se cierra.
       CONTROLAR-LOTES-PERFORM.
           MOVE ZERO TO WS-CantAplicados
           MOVE ZERO TO WS-CantVistos
           MOVE ZERO TO WS-LotesOmitidos
           MOVE ZERO TO WS-CantPendientes
           OPEN INPUT LotesFile
           IF WS-LotesStatus = "35"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO LoteRegistro
               READ LotesFile
                   AT END SET EndOfLotesFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfLotesFile
                   IF WS-CantAplicados < 2000
                       ADD 1 TO WS-CantAplicados
                       MOVE LT-LoteNro
                           TO AP-LoteNro(WS-CantAplicados)
                   ELSE
                       ADD 1 TO WS-LotesOmitidos
                   END-IF
                   READ LotesFile
                       AT END SET EndOfLotesFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotesFile
           END-IF
           MOVE "N" TO WS-FinCtl
           OPEN INPUT LotesCtlFile
           IF WS-LotesCtlStatus = "35"
               CONTINUE
           ELSE
               READ LotesCtlFile
                   AT END SET FinCtl TO TRUE
               END-READ
               PERFORM UNTIL FinCtl
                   PERFORM GUARDAR-VISTO-PERFORM
                   READ LotesCtlFile
                       AT END SET FinCtl TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotesCtlFile
           END-IF
           PERFORM VARYING WS-SubVisto FROM 1 BY 1
               UNTIL WS-SubVisto > WS-CantVistos
               IF VT-Etapa(WS-SubVisto) NOT = "O"
                   AND VT-Fecha(WS-SubVisto) NOT > WS-FinPeriodo
                   MOVE "N" TO WS-Aplicado
                   PERFORM VARYING WS-SubAplicado FROM 1 BY 1
                       UNTIL WS-SubAplicado > WS-CantAplicados
                       IF AP-LoteNro(WS-SubAplicado)
                           = VT-LoteNro(WS-SubVisto)
                           MOVE "S" TO WS-Aplicado
                       END-IF
                   END-PERFORM
                   IF WS-Aplicado = "N"
                       ADD 1 TO WS-CantPendientes
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LotesOmitidos > ZERO
               MOVE "CONTROL DE LOTES INCOMPLETO (tablas llenas)"
                   TO WS-Mensaje
           END-IF
           IF WS-Mensaje = SPACES
               IF WS-CantPendientes > ZERO
                   STRING "HAY " WS-CantPendientes
                          " LOTES PENDIENTES DEL PERIODO"
                          " (gadget_lotes_ctl)"
                          DELIMITED BY SIZE INTO WS-Mensaje
               END-IF
           END-IF.

       GUARDAR-VISTO-PERFORM.
           MOVE "N" TO WS-LoteVisto
           PERFORM VARYING WS-SubVisto FROM 1 BY 1
               UNTIL WS-SubVisto > WS-CantVistos
               IF VT-LoteNro(WS-SubVisto) = LC-LoteNro
                   MOVE "S" TO WS-LoteVisto
                   MOVE LC-Fecha TO VT-Fecha(WS-SubVisto)
                   MOVE LC-Etapa TO VT-Etapa(WS-SubVisto)
               END-IF
           END-PERFORM
           IF WS-LoteVisto = "N"
               IF WS-CantVistos < 2000
                   ADD 1 TO WS-CantVistos
                   MOVE LC-LoteNro TO VT-LoteNro(WS-CantVistos)
                   MOVE LC-Fecha   TO VT-Fecha(WS-CantVistos)
                   MOVE LC-Etapa   TO VT-Etapa(WS-CantVistos)
               ELSE
                   ADD 1 TO WS-LotesOmitidos
               END-IF
           END-IF.

      *    Agrega el registro de cierre o reapertura (estado en
      *    WS-NuevoEstado) y lo deja en el journal.
       GRABAR-PERIODO-PERFORM.
           OPEN EXTEND PeriodoFile
           IF PER-Status = "35"
               OPEN OUTPUT PeriodoFile
           END-IF
           MOVE SPACES                      TO PeriodoRecord
           MOVE WS-PeriodoIngresado         TO PC-Periodo
           MOVE WS-NuevoEstado              TO PC-Estado
           MOVE FUNCTION CURRENT-DATE(1:8) TO PC-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO PC-Hora
           MOVE SGN-Usuario                 TO PC-Usuario
           MOVE WS-Motivo                   TO PC-Motivo
           MOVE PeriodoRecord               TO JRN-Despues
           WRITE PeriodoRecord
           CLOSE PeriodoFile
           MOVE "Periodos.dat"      TO JRN-Archivo
           MOVE WS-PeriodoIngresado TO JRN-Clave
           MOVE "A"                 TO JRN-Operacion
           MOVE SPACES              TO JRN-Antes
           PERFORM GRABAR-JOURNAL-PERFORM.

       SALIR-PERFORM.
           CALL "SYSTEM" USING "cls"
           STOP RUN.

       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "perproc.cpy".
       END PROGRAM GADGET-PERIODO.
