      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Vencimiento nocturno de las reservas de clientes de
      *          GadgetShop (GadgetReservas.dat, RESERVA.CPY, ver
      *          gadget_reserva.cbl). Cada reserva activa cuyo
      *          vencimiento ya paso a la fecha de negocio se graba en
      *          estado V, y sus unidades vuelven al disponible. Las
      *          vencidas salen en ReservasVencidas.txt, que va al
      *          spool, con el cliente, el articulo y la sena, que
      *          queda a favor del cliente en su cuenta corriente para
      *          que el mostrador lo llame. Al pie, las reservas que
      *          siguen activas. Codigo 0; 8 solo si no se puede
      *          grabar el archivo de reservas.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - Las reservas se cargan solo activas
      *                 (RSVWORK.CPY, RSV-SoloActivas): las ya
      *                 cerradas no ocupan la tabla.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-RESERVA-VENCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReservaFile
           ASSIGN TO "GadgetReservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSV-Status.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ReporteFile
           ASSIGN TO "ReservasVencidas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReservaFile.
           COPY "reserva.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "rsvwork.cpy".
       77 WS-CliStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(96) VALUE ALL "-".
       77 WS-NombreCli      PIC X(30).
       77 WS-CantVencidas   PIC 9(6) VALUE ZERO.
       77 WS-UnidVencidas   PIC 9(8) VALUE ZERO.
       77 WS-SenaVencidas   PIC 9(9)V99 VALUE ZERO.
       77 WS-CantActivas    PIC 9(6) VALUE ZERO.
       77 WS-UnidActivas    PIC 9(8) VALUE ZERO.
       77 WS-SenaActivas    PIC 9(9)V99 VALUE ZERO.
       01 WS-LineaReserva.
           03 LR-Nro        PIC 9(6).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Cliente    PIC 9(4).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Nombre     PIC X(24).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-GadgetID   PIC 9(6).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Sucursal   PIC 9(3).
           03 LR-Cantidad   PIC ZZZZ9.
           03 LR-Sena       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LR-Alta       PIC 9(8).
           03 FILLER        PIC X VALUE SPACE.
           03 LR-Vence      PIC 9(8).
       01 WS-LineaTotal.
           03 LT-Titulo     PIC X(42).
           03 LT-Cantidad   PIC ZZZZ9.
           03 LT-Sena       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LT-Reservas   PIC ZZZZZ9.
           03 FILLER        PIC X(9) VALUE " reservas".
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           SET RSV-SoloActivas TO TRUE
           PERFORM CARGAR-RESERVAS-PERFORM
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "RESERVAS VENCIDAS SIN RETIRAR AL " WS-FechaHoy
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "Nro    Cli  Cliente                  Articulo Suc Cant"
               TO RptLinea
           MOVE "Sena  Alta     Vence" TO RptLinea(63:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           PERFORM VARYING RSV-Sub FROM 1 BY 1
               UNTIL RSV-Sub > RSV-Cant
               IF RT-Estado(RSV-Sub) = "A"
                   IF RT-Vence(RSV-Sub) < WS-FechaHoy
                       PERFORM VENCER-RESERVA-PERFORM
                   ELSE
                       ADD 1 TO WS-CantActivas
                       ADD RT-Cantidad(RSV-Sub) TO WS-UnidActivas
                       ADD RT-Sena(RSV-Sub) TO WS-SenaActivas
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CantVencidas = ZERO
               MOVE "SIN RESERVAS VENCIDAS" TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "VENCIDAS HOY (sena a favor del cliente)"
               TO LT-Titulo
           MOVE WS-UnidVencidas TO LT-Cantidad
           MOVE WS-SenaVencidas TO LT-Sena
           MOVE WS-CantVencidas TO LT-Reservas
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "SIGUEN ACTIVAS" TO LT-Titulo
           MOVE WS-UnidActivas TO LT-Cantidad
           MOVE WS-SenaActivas TO LT-Sena
           MOVE WS-CantActivas TO LT-Reservas
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF RSV-Omitidas > ZERO
               MOVE SPACES TO RptLinea
               STRING "AVISO: tabla de reservas llena, quedaron "
                      RSV-Omitidas " registros sin procesar"
                   DELIMITED BY SIZE INTO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-IF
           CLOSE ReporteFile
           MOVE "ReservasVencidas"     TO SPL-Reporte
           MOVE "ReservasVencidas.txt" TO SPL-Origen
           MOVE "GADGET-RSVVENCE"      TO SPL-Programa
           MOVE WS-FechaHoy            TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "VENCIMIENTO DE RESERVAS AL " WS-FechaHoy
                   " (ReservasVencidas.txt)"
           DISPLAY "Vencidas hoy............: " WS-CantVencidas
           DISPLAY "Siguen activas..........: " WS-CantActivas
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

      *    La reserva pasa a V con la fecha de negocio; la sena no se
      *    toca, ya esta imputada como pago en la cuenta corriente.
       VENCER-RESERVA-PERFORM.
           PERFORM MOVER-RESERVA-PERFORM
           SET RS-Vencida   TO TRUE
           MOVE WS-FechaHoy TO RS-FechaEstado
           MOVE "VENCE-RSV" TO RS-Usuario
           OPEN EXTEND ReservaFile
           IF RSV-Status NOT = "00"
               DISPLAY "ERROR: no se puede grabar GadgetReservas.dat"
                       " (status " RSV-Status ")"
               CLOSE ReporteFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ReservaRecord
           CLOSE ReservaFile
           ADD 1 TO WS-CantVencidas
           ADD RT-Cantidad(RSV-Sub) TO WS-UnidVencidas
           ADD RT-Sena(RSV-Sub) TO WS-SenaVencidas
           PERFORM NOMBRE-CLIENTE-PERFORM
           MOVE RT-Nro(RSV-Sub)      TO LR-Nro
           MOVE RT-Cliente(RSV-Sub)  TO LR-Cliente
           MOVE WS-NombreCli         TO LR-Nombre
           MOVE RT-GadgetID(RSV-Sub) TO LR-GadgetID
           MOVE RT-Sucursal(RSV-Sub) TO LR-Sucursal
           MOVE RT-Cantidad(RSV-Sub) TO LR-Cantidad
           MOVE RT-Sena(RSV-Sub)     TO LR-Sena
           MOVE RT-FechaAlta(RSV-Sub) TO LR-Alta
           MOVE RT-Vence(RSV-Sub)    TO LR-Vence
           MOVE WS-LineaReserva TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       NOMBRE-CLIENTE-PERFORM.
           MOVE "*** CLIENTE INEXISTENTE" TO WS-NombreCli
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF CliCodigo = RT-Cliente(RSV-Sub)
                       MOVE CliNombre TO WS-NombreCli
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       COPY "rsvproc.cpy".
       END PROGRAM GADGET-RESERVA-VENCE.
