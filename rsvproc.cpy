      *****************************************************************
      *  RSVPROC.CPY
      *  Parrafos comunes de reservas sobre GadgetReservas.dat
      *  (RESERVA.CPY). Requiere RSVWORK.CPY en WORKING-STORAGE y un
      *  FD ReservaFile con COPY "reserva.cpy" (SELECT a
      *  "GadgetReservas.dat", LINE SEQUENTIAL, FILE STATUS
      *  RSV-Status). Sin el archivo no hay reservas. Una reserva
      *  cuenta como activa con estado A y RS-Vence no anterior a la
      *  fecha, aunque la corrida nocturna todavia no la haya vencido.
      *  GRABAR-RESERVA-PERFORM agrega ReservaRecord tal como lo dejo
      *  el programa; MOVER-RESERVA-PERFORM lo arma desde la entrada
      *  RSV-Sub de la tabla, para grabarle un estado nuevo.
      *  Con RSV-SoloActivas, un registro con estado final (R, C o V)
      *  saca la reserva de la tabla y no ocupa lugar.
      *****************************************************************
       CARGAR-RESERVAS-PERFORM.
           MOVE ZERO TO RSV-Cant
           MOVE ZERO TO RSV-Omitidas
           MOVE ZERO TO RSV-UltimoNro
           MOVE "N" TO RSV-Fin
           OPEN INPUT ReservaFile
           IF RSV-Status = "35"
               CONTINUE
           ELSE
               READ ReservaFile
                   AT END SET RSV-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL RSV-FinArchivo
                   IF RS-Nro > RSV-UltimoNro
                       MOVE RS-Nro TO RSV-UltimoNro
                   END-IF
                   MOVE "N" TO RSV-Vista
                   PERFORM VARYING RSV-Sub FROM 1 BY 1
                       UNTIL RSV-Sub > RSV-Cant OR RSV-Vista = "S"
                       IF RT-Nro(RSV-Sub) = RS-Nro
                           MOVE "S" TO RSV-Vista
                       END-IF
                   END-PERFORM
                   IF RSV-Vista = "S"
                       SUBTRACT 1 FROM RSV-Sub
                   END-IF
                   EVALUATE TRUE
                       WHEN RSV-SoloActivas AND RS-Estado NOT = "A"
                           IF RSV-Vista = "S"
                               PERFORM QUITAR-RESERVA-PERFORM
                           END-IF
                           MOVE ZERO TO RSV-Sub
                       WHEN RSV-Vista = "S"
                           CONTINUE
                       WHEN RSV-Cant < 5000
                           ADD 1 TO RSV-Cant
                           MOVE RSV-Cant TO RSV-Sub
                       WHEN OTHER
                           MOVE ZERO TO RSV-Sub
                           ADD 1 TO RSV-Omitidas
                   END-EVALUATE
                   IF RSV-Sub > ZERO
                       MOVE RS-Nro         TO RT-Nro(RSV-Sub)
                       MOVE RS-Cliente     TO RT-Cliente(RSV-Sub)
                       MOVE RS-GadgetID    TO RT-GadgetID(RSV-Sub)
                       MOVE RS-Sucursal    TO RT-Sucursal(RSV-Sub)
                       MOVE RS-Cantidad    TO RT-Cantidad(RSV-Sub)
                       MOVE RS-Sena        TO RT-Sena(RSV-Sub)
                       MOVE RS-MedioPago   TO RT-MedioPago(RSV-Sub)
                       MOVE RS-FechaAlta   TO RT-FechaAlta(RSV-Sub)
                       MOVE RS-Vence       TO RT-Vence(RSV-Sub)
                       MOVE RS-Estado      TO RT-Estado(RSV-Sub)
                       MOVE RS-FechaEstado TO RT-FechaEstado(RSV-Sub)
                       MOVE RS-Usuario     TO RT-Usuario(RSV-Sub)
                   END-IF
                   READ ReservaFile
                       AT END SET RSV-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReservaFile
           END-IF.

      *    Saca la entrada RSV-Sub corriendo las siguientes un lugar.
       QUITAR-RESERVA-PERFORM.
           PERFORM VARYING RSV-Sub FROM RSV-Sub BY 1
               UNTIL RSV-Sub >= RSV-Cant
               MOVE RSV-Item(RSV-Sub + 1) TO RSV-Item(RSV-Sub)
           END-PERFORM
           SUBTRACT 1 FROM RSV-Cant.

       RESERVADO-PERFORM.
           MOVE ZERO TO RSV-Reservado
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant
               IF RT-Estado(RSV-Sub) = "A"
                   AND RT-Vence(RSV-Sub) >= RSV-Fecha
                   AND RT-GadgetID(RSV-Sub) = RSV-GadgetID
                   AND RT-Sucursal(RSV-Sub) = RSV-Sucursal
                   ADD RT-Cantidad(RSV-Sub) TO RSV-Reservado
               END-IF
           END-PERFORM.

      *    Si el cliente tiene mas de una reserva activa del mismo
      *    articulo y sucursal, rige la mas vieja.
       RESERVA-CLIENTE-PERFORM.
           MOVE ZERO TO RSV-SubCliente
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant OR RSV-SubCliente > ZERO
               IF RT-Estado(RSV-Sub) = "A"
                   AND RT-Vence(RSV-Sub) >= RSV-Fecha
                   AND RT-Cliente(RSV-Sub) = RSV-Cliente
                   AND RT-GadgetID(RSV-Sub) = RSV-GadgetID
                   AND RT-Sucursal(RSV-Sub) = RSV-Sucursal
                   MOVE RSV-Sub TO RSV-SubCliente
               END-IF
           END-PERFORM.

       MOVER-RESERVA-PERFORM.
           MOVE SPACES TO ReservaRecord
           MOVE RT-Nro(RSV-Sub)         TO RS-Nro
           MOVE RT-Cliente(RSV-Sub)     TO RS-Cliente
           MOVE RT-GadgetID(RSV-Sub)    TO RS-GadgetID
           MOVE RT-Sucursal(RSV-Sub)    TO RS-Sucursal
           MOVE RT-Cantidad(RSV-Sub)    TO RS-Cantidad
           MOVE RT-Sena(RSV-Sub)        TO RS-Sena
           MOVE RT-MedioPago(RSV-Sub)   TO RS-MedioPago
           MOVE RT-FechaAlta(RSV-Sub)   TO RS-FechaAlta
           MOVE RT-Vence(RSV-Sub)       TO RS-Vence
           MOVE RT-Estado(RSV-Sub)      TO RS-Estado
           MOVE RT-FechaEstado(RSV-Sub) TO RS-FechaEstado
           MOVE RT-Usuario(RSV-Sub)     TO RS-Usuario.

       GRABAR-RESERVA-PERFORM.
           OPEN EXTEND ReservaFile
           IF RSV-Status = "35"
               OPEN OUTPUT ReservaFile
           END-IF
           WRITE ReservaRecord
           CLOSE ReservaFile.
