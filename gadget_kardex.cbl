      *                 leer el vivo. Desde en cero lista solo el
      *                 archivo vivo (aperturas tipo A incluidas),
      *                 como hasta ahora.
      *   15/10/26 MA - Tipos nuevos D (devolucion de cliente) y P
      *                 (devolucion a proveedor); el listado agrega
      *                 el codigo de motivo de la devolucion.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-KARDEX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
           DISPLAY "KARDEX DEL ARTICULO " WS-BuscarGadgetID
           DISPLAY "Fecha    | Suc | Tipo     | Cantidad | Saldo |"
                   " Precio    Mot"
           DISPLAY WS-LINE
           IF WS-FechaDesde > ZERO
               PERFORM LEER-ARCHIVADOS-PERFORM
               WHEN KX-TransfEntrada MOVE "Transf+ " TO WS-TipoDesc
               WHEN KX-Apertura      MOVE "Apertura" TO WS-TipoDesc
               WHEN KX-Ajuste        MOVE "Ajuste  " TO WS-TipoDesc
               WHEN KX-DevCliente    MOVE "Dev.cli " TO WS-TipoDesc
               WHEN KX-DevProveedor  MOVE "Dev.prov" TO WS-TipoDesc
               WHEN OTHER            MOVE "???     " TO WS-TipoDesc
           END-EVALUATE
           MOVE KX-PrecioUnitario TO WS-PrecioEdit
           DISPLAY KX-Fecha " | " KX-Sucursal " | " WS-TipoDesc
                   " |     " KX-Cantidad " |  " KX-Saldo
                   " | $ " WS-PrecioEdit
                   " " KX-Motivo.
       END PROGRAM GADGET-KARDEX.
