      *****************************************************************
      *  CMBPROC.CPY
      *  Parrafos comunes de la cola de cambios con doble control
      *  sobre CambiosPendientes.dat (CAMBIO.CPY). Requiere
      *  CMBWORK.CPY en WORKING-STORAGE y un FD CambioFile con COPY
      *  "cambio.cpy" (SELECT a "CambiosPendientes.dat", LINE
      *  SEQUENTIAL, FILE STATUS CMB-Status).
      *****************************************************************
      *    El numero es correlativo sobre todo el archivo (todos los
      *    tipos): ultimo numero grabado mas uno.
       PROPONER-CAMBIO-PERFORM.
           MOVE ZERO TO CMB-UltNumero
           MOVE "N" TO CMB-Fin
           OPEN INPUT CambioFile
           IF CMB-Status = "35"
               CONTINUE
           ELSE
               READ CambioFile
                   AT END SET CMB-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CMB-FinArchivo
                   IF CB-Numero > CMB-UltNumero
                       MOVE CB-Numero TO CMB-UltNumero
                   END-IF
                   READ CambioFile
                       AT END SET CMB-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CambioFile
           END-IF
           COMPUTE CMB-Numero = CMB-UltNumero + 1
           MOVE SPACES TO CambioRecord
           MOVE CMB-Numero  TO CB-Numero
           MOVE CMB-Tipo    TO CB-Tipo
           SET CB-Propuesto TO TRUE
           MOVE CMB-Resumen TO CB-Resumen
           MOVE CMB-Detalle TO CB-Detalle
           PERFORM AGREGAR-CAMBIO-PERFORM.

       AGREGAR-CAMBIO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CB-Fecha
           MOVE FUNCTION CURRENT-DATE(9:6) TO CB-Hora
           MOVE CMB-Usuario TO CB-Usuario
           OPEN EXTEND CambioFile
           IF CMB-Status = "35"
               OPEN OUTPUT CambioFile
           END-IF
           WRITE CambioRecord
           CLOSE CambioFile.

      *    Pendiente = propuesta del tipo sin aprobacion ni rechazo
      *    posterior. La aprobacion o el rechazo sacan la propuesta
      *    de la tabla, asi solo ocupan lugar las abiertas. Los
      *    numeros son correlativos y la resolucion va siempre
      *    despues de su propuesta: si la tabla se lleno en el
      *    numero CMB-Corte y al final de la lectura quedo lugar, se
      *    vuelve a leer desde ese numero. Lo que sigue sin entrar
      *    con la tabla llena queda en CMB-Omitidas.
       CARGAR-PENDIENTES-PERFORM.
           MOVE ZERO TO CMB-CantPend
           MOVE ZERO TO CMB-Desde
           PERFORM LEER-PENDIENTES-PERFORM
           PERFORM UNTIL CMB-Omitidas = ZERO OR CMB-CantPend = 50
               COMPUTE CMB-Desde = CMB-Corte - 1
               PERFORM LEER-PENDIENTES-PERFORM
           END-PERFORM.

       LEER-PENDIENTES-PERFORM.
           MOVE ZERO TO CMB-Corte
           MOVE ZERO TO CMB-Omitidas
           MOVE "N" TO CMB-Fin
           OPEN INPUT CambioFile
           IF CMB-Status = "35"
               CONTINUE
           ELSE
               READ CambioFile
                   AT END SET CMB-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CMB-FinArchivo
                   IF CB-Tipo = CMB-Tipo AND CB-Numero > CMB-Desde
                       PERFORM ANOTAR-PENDIENTE-PERFORM
                   END-IF
                   READ CambioFile
                       AT END SET CMB-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CambioFile
           END-IF.

       ANOTAR-PENDIENTE-PERFORM.
           EVALUATE TRUE
               WHEN CMB-Corte NOT = ZERO AND CB-Numero >= CMB-Corte
                   IF CB-Propuesto
                       ADD 1 TO CMB-Omitidas
                   ELSE
                       SUBTRACT 1 FROM CMB-Omitidas
                   END-IF
               WHEN CB-Propuesto AND CMB-CantPend = 50
                   MOVE CB-Numero TO CMB-Corte
                   ADD 1 TO CMB-Omitidas
               WHEN CB-Propuesto
                   ADD 1 TO CMB-CantPend
                   MOVE CB-Numero  TO CMB-PendNumero(CMB-CantPend)
                   MOVE CB-Usuario TO CMB-PendUsuario(CMB-CantPend)
                   MOVE CB-Fecha   TO CMB-PendFecha(CMB-CantPend)
                   MOVE CB-Resumen TO CMB-PendResumen(CMB-CantPend)
                   MOVE "P"        TO CMB-PendEstado(CMB-CantPend)
               WHEN OTHER
                   PERFORM QUITAR-PENDIENTE-PERFORM
           END-EVALUATE.

       QUITAR-PENDIENTE-PERFORM.
           MOVE ZERO TO CMB-SubPend2
           PERFORM VARYING CMB-SubPend FROM 1 BY 1
               UNTIL CMB-SubPend > CMB-CantPend
               OR CMB-SubPend2 > ZERO
               IF CMB-PendNumero(CMB-SubPend) = CB-Numero
                   MOVE CMB-SubPend TO CMB-SubPend2
               END-IF
           END-PERFORM
           IF CMB-SubPend2 > ZERO
               PERFORM VARYING CMB-SubPend FROM CMB-SubPend2 BY 1
                   UNTIL CMB-SubPend >= CMB-CantPend
                   MOVE CMB-Pendiente(CMB-SubPend + 1)
                       TO CMB-Pendiente(CMB-SubPend)
               END-PERFORM
               SUBTRACT 1 FROM CMB-CantPend
           END-IF.

       BUSCAR-CAMBIO-PERFORM.
           SET CMB-EstNoExiste TO TRUE
           MOVE SPACES TO CMB-Detalle
           MOVE SPACES TO CMB-Resumen
           MOVE SPACES TO CMB-Propuso
           MOVE ZERO   TO CMB-FechaProp
           MOVE "N" TO CMB-Fin
           OPEN INPUT CambioFile
           IF CMB-Status = "35"
               CONTINUE
           ELSE
               READ CambioFile
                   AT END SET CMB-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CMB-FinArchivo
                   IF CB-Numero = CMB-Numero AND CB-Tipo = CMB-Tipo
                       MOVE CB-Evento TO CMB-Estado
                       IF CB-Propuesto
                           MOVE CB-Detalle TO CMB-Detalle
                           MOVE CB-Resumen TO CMB-Resumen
                           MOVE CB-Usuario TO CMB-Propuso
                           MOVE CB-Fecha   TO CMB-FechaProp
                       END-IF
                   END-IF
                   READ CambioFile
                       AT END SET CMB-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CambioFile
           END-IF.

      *    Se vuelve a leer el estado justo antes de grabar: otro
      *    operador pudo haberla resuelto mientras se revisaba.
       RESOLVER-CAMBIO-PERFORM.
           PERFORM BUSCAR-CAMBIO-PERFORM
           EVALUATE TRUE
               WHEN NOT CMB-EstPendiente
                   SET CMB-NoPendiente TO TRUE
               WHEN CMB-Propuso = CMB-Usuario
                   SET CMB-PropiaPropuesta TO TRUE
               WHEN OTHER
                   MOVE SPACES TO CambioRecord
                   MOVE CMB-Numero TO CB-Numero
                   MOVE CMB-Tipo   TO CB-Tipo
                   MOVE CMB-Evento TO CB-Evento
                   MOVE CMB-Motivo TO CB-Resumen
                   PERFORM AGREGAR-CAMBIO-PERFORM
                   SET CMB-Ok TO TRUE
           END-EVALUATE.
