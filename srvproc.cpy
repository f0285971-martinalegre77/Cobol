      *****************************************************************
      *  SRVPROC.CPY
      *  Reglas de estado de los numeros de serie, comunes a la
      *  edicion previa (gadget_edit.cbl) y al replay del posteo
      *  (gadgetshop.cbl). Requiere SRVWORK.CPY en WORKING-STORAGE y
      *  un FD SerieFile con COPY "serie.cpy" (SELECT a
      *  "GadgetSeries.dat", INDEXED, ACCESS DYNAMIC, RECORD KEY
      *  SR-Serie, FILE STATUS SRV-Status).
      *  ABRIR-SERIES-PERFORM / CERRAR-SERIES-PERFORM: el registro se
      *  abre solo para consulta; sin el archivo ninguna serie existe.
      *  VALIDAR-SERIE-PERFORM: con SRV-Serie, SRV-GadgetID y
      *  SRV-Tipo (R S T D P) deja SRV-Error en blanco si el
      *  movimiento es valido para el estado actual de la serie:
      *    R  la serie no existe, o volvio al proveedor (P);
      *    S  en stock (E), ni vendida ni devuelta al proveedor;
      *    T  en stock (E); P en stock (E);
      *    D  vendida (V).
      *  Fuera del recibo la serie tiene que ser del mismo articulo.
      *  ANOTAR-SERIE-PERFORM, despues de un VALIDAR sin error de la
      *  misma serie y una vez aceptado el movimiento, deja en
      *  SRV-Tabla el estado nuevo: S vendida, P devuelta, el resto
      *  en stock.
      *****************************************************************
       ABRIR-SERIES-PERFORM.
           MOVE "N" TO SRV-Abierto
           OPEN INPUT SerieFile
           IF SRV-Status = "00"
               SET SRV-Registro TO TRUE
           END-IF.

       CERRAR-SERIES-PERFORM.
           IF SRV-Registro
               CLOSE SerieFile
               MOVE "N" TO SRV-Abierto
           END-IF.

       VALIDAR-SERIE-PERFORM.
           MOVE SPACES TO SRV-Error
           PERFORM ESTADO-SERIE-PERFORM
           IF SRV-SubLote = ZERO AND SRV-Cant NOT < 3000
               MOVE "TABLA DE SERIES DEL LOTE LLENA" TO SRV-Error
           END-IF
           IF SRV-Error = SPACES
               EVALUATE TRUE
                   WHEN SRV-Tipo = "R"
                       IF SRV-EstadoActual NOT = SPACE
                           IF SRV-EstadoActual NOT = "P"
                               MOVE "SERIE YA RECIBIDA" TO SRV-Error
                           ELSE
                               IF SRV-GadgetActual NOT = SRV-GadgetID
                                   MOVE "SERIE DE OTRO ARTICULO"
                                       TO SRV-Error
                               END-IF
                           END-IF
                       END-IF
                   WHEN SRV-EstadoActual = SPACE
                       MOVE "SERIE INEXISTENTE" TO SRV-Error
                   WHEN SRV-GadgetActual NOT = SRV-GadgetID
                       MOVE "SERIE DE OTRO ARTICULO" TO SRV-Error
                   WHEN SRV-Tipo = "D"
                       IF SRV-EstadoActual NOT = "V"
                           MOVE "SERIE NO VENDIDA" TO SRV-Error
                       END-IF
                   WHEN SRV-EstadoActual = "V"
                       MOVE "SERIE YA VENDIDA" TO SRV-Error
                   WHEN SRV-EstadoActual NOT = "E"
                       MOVE "SERIE FUERA DE STOCK" TO SRV-Error
               END-EVALUATE
           END-IF.

      *    Estado de la serie: el que le dejo un movimiento anterior
      *    del mismo lote; si no aparecio en el lote, el del registro.
      *    En blanco si no existe.
       ESTADO-SERIE-PERFORM.
           MOVE SPACE TO SRV-EstadoActual
           MOVE ZERO TO SRV-GadgetActual
           MOVE ZERO TO SRV-SubLote
           PERFORM VARYING SRV-Sub FROM 1 BY 1
               UNTIL SRV-Sub > SRV-Cant
               IF SV-Serie(SRV-Sub) = SRV-Serie
                   MOVE SRV-Sub TO SRV-SubLote
               END-IF
           END-PERFORM
           IF SRV-SubLote > ZERO
               MOVE SV-Estado(SRV-SubLote)   TO SRV-EstadoActual
               MOVE SV-GadgetID(SRV-SubLote) TO SRV-GadgetActual
           ELSE
               IF SRV-Registro
                   MOVE SRV-Serie TO SR-Serie
                   READ SerieFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SR-Estado   TO SRV-EstadoActual
                           MOVE SR-GadgetID TO SRV-GadgetActual
                   END-READ
               END-IF
           END-IF.

       ANOTAR-SERIE-PERFORM.
           IF SRV-SubLote = ZERO
               ADD 1 TO SRV-Cant
               MOVE SRV-Cant  TO SRV-SubLote
               MOVE SRV-Serie TO SV-Serie(SRV-SubLote)
           END-IF
           MOVE SRV-GadgetID TO SV-GadgetID(SRV-SubLote)
           EVALUATE SRV-Tipo
               WHEN "S"
                   MOVE "V" TO SV-Estado(SRV-SubLote)
               WHEN "P"
                   MOVE "P" TO SV-Estado(SRV-SubLote)
               WHEN OTHER
                   MOVE "E" TO SV-Estado(SRV-SubLote)
           END-EVALUATE.
