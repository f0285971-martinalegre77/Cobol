      *   02/09/26 MA - El stock master pasa a INDEXADO por articulo
      *                 + sucursal (GADGETSTK.CPY); la lectura es
      *                 por READ NEXT o por clave segun el caso.
      *   15/10/26 MA - La devolucion de cliente D suma como un
      *                 recibo; la devolucion a proveedor P resta
      *                 como una venta.
      *   15/10/26 MA - Cada corrida deja su resultado (fecha de
      *                 negocio y contadores) en KardexVerif.dat,
      *                 que exige el cierre de periodo.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-KARDEX-VERIF.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT KVerifFile
           ASSIGN TO "KardexVerif.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KVerifStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD KVerifFile.
           COPY "kverif.cpy".
       WORKING-STORAGE SECTION.
       77 WS-FechaNegStatus PIC XX.
       77 WS-KVerifStatus   PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-KardexStatus   PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200).
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           DISPLAY "VERIFICACION DE CONTINUIDAD DEL KARDEX"
           DISPLAY WS-LINE
           PERFORM RECORRER-KARDEX-PERFORM
               DISPLAY "AVISO: tabla de saldos llena, quedaron "
                       WS-SaldosOmitidos " movimientos sin verificar"
           END-IF
           PERFORM GRABAR-RESULTADO-PERFORM
           IF WS-CantQuiebres > ZERO OR WS-CantDescuadres > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Fecha de negocio de la corrida (FechaNegocio.dat); sin el
      *    archivo, fecha del sistema.
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

      *    Deja el resultado de la corrida en KardexVerif.dat; el
      *    cierre de periodo (gadget_periodo.cbl) lee el ultimo.
       GRABAR-RESULTADO-PERFORM.
           MOVE WS-FechaHoy                 TO KV-FechaNeg
           MOVE FUNCTION CURRENT-DATE(1:8)  TO KV-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6)  TO KV-Hora
           MOVE WS-CantMovimientos          TO KV-Movimientos
           MOVE WS-CantQuiebres             TO KV-Quiebres
           MOVE WS-CantDescuadres           TO KV-Descuadres
           OPEN EXTEND KVerifFile
           IF WS-KVerifStatus = "35"
               OPEN OUTPUT KVerifFile
           END-IF
           WRITE KardexVerifRecord
           CLOSE KVerifFile.

       RECORRER-KARDEX-PERFORM.
           OPEN INPUT KardexFile
           IF WS-KardexStatus = "35"
      *    Primer movimiento de un par: fija el saldo (no hay
      *    anterior contra que probar). Despues: apertura A y ajuste
      *    J fijan el saldo (el ajuste ademas debe moverlo en
      *    exactamente su cantidad), recibo R, entrada E y
      *    devolucion de cliente D suman, venta S, salida T y
      *    devolucion a proveedor P restan; el saldo grabado tiene
      *    que dar con la cuenta.
       VERIFICAR-MOVIMIENTO-PERFORM.
           PERFORM BUSCAR-SALDO-PERFORM
           IF WS-SaldoVisto = "N"
                       END-IF
                   WHEN KX-Recibo
                   WHEN KX-TransfEntrada
                   WHEN KX-DevCliente
                       COMPUTE WS-SaldoEsperado =
                           VS-Saldo(WS-SubSaldo) + KX-Cantidad
                       IF KX-Saldo NOT = WS-SaldoEsperado
