      *                 como en el resto de la cadena de captura y
      *                 posteo; sin el archivo, sigue la fecha del
      *                 sistema.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 24 posiciones
      *                 con el codigo de motivo de las devoluciones D
      *                 y P (MOTDEV.CPY): se muestra y se corrige como
      *                 campo 7, y se describen los rechazos nuevos
      *                 70 (motivo de devolucion) y 80 (proveedor).
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 50 posiciones
      *                 con el numero de serie (SERIE.CPY) y la orden
      *                 de compra: se muestran y se corrigen como
      *                 campos 8 y 9, y se describen los rechazos 90
      *                 (limite de credito), 95 (serie) y 96 (orden).
      *   15/10/26 MA - La serie corregida pasa a mayusculas como en la
      *                 captura; la orden se toma numerica (0 = sin
      *                 orden queda en ceros). En una venta el campo 9
      *                 lleva el numero de reserva que retira; se
      *                 describe el rechazo 97 (reserva).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-RECICLA.
           88 EndOfRejFile  VALUE HIGH-VALUE.
           03 RejMotivo     PIC XX.
           03 FILLER        PIC X.
           03 RejRegistro   PIC X(50).
       FD DescarteFile.
       01 DescarteDetails.
           03 DesNota       PIC X(30).
           03 FILLER        PIC X.
           03 DesRegistro   PIC X(50).
       FD LoteFile.
       01 LoteRegistro     PIC X(50).
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD RegistroFile.
           03 WS-DetSucursal   PIC X(3).
           03 WS-DetDestino    PIC X(3).
           03 WS-DetCliente    PIC X(4).
           03 WS-DetMotivo     PIC XX.
           03 WS-DetSerie      PIC X(20).
           03 WS-DetOrden      PIC X(6).
       77 WS-OrdenNueva     PIC 9(6).
       77 WS-MotivoDesc     PIC X(30).
       01 WS-Accion         PIC X.
           88 AccionAceptar   VALUE "1".
       77 WS-SubCorregida   PIC 9(4).
       01 TABLA-CORREGIDAS.
           05 CORREGIDA-ITEM OCCURS 500 TIMES.
               10 RC-Registro    PIC X(50).
               10 RC-Qty         PIC 9(4).
       77 WS-CantDescartadas PIC 9(4) VALUE ZERO.
       77 WS-CantLeidas     PIC 9(4) VALUE ZERO.
           03 WS-CabTipo       PIC X VALUE "H".
           03 WS-CabLoteNro    PIC 9(6).
           03 WS-CabLoteFecha  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       01 WS-ColaReg.
           03 WS-ColaTipo      PIC X VALUE "T".
           03 WS-ColaCant      PIC 9(6).
           03 WS-ColaUnidades  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       01 WS-FinRegistro    PIC X VALUE "N".
           88 FinRegistro   VALUE "S".
       77 WS-TotCorregidas  PIC 9(6).
                   "  3-Cantidad: " WS-DetQty
           DISPLAY "  4-Sucursal: " WS-DetSucursal
                   "  5-Destino: " WS-DetDestino
                   "  6-Cliente: " WS-DetCliente
           DISPLAY "  7-Motivo devolucion: " WS-DetMotivo
           DISPLAY "  8-Serie: " WS-DetSerie
                   "  9-Orden/reserva: " WS-DetOrden.

       PEDIR-ACCION-PERFORM.
           DISPLAY "Accion (1 aceptar / 2 corregir campo /"
           END-IF.

       CORREGIR-CAMPO-PERFORM.
           DISPLAY "Campo a corregir (1-9): " WITH NO ADVANCING
           ACCEPT WS-Campo
           EVALUATE WS-Campo
               WHEN "1"
                   DISPLAY "GadgetID nuevo: " WITH NO ADVANCING
                   ACCEPT WS-DetGadgetID
               WHEN "2"
                   DISPLAY "Tipo nuevo (R/S/T/D/P): "
                           WITH NO ADVANCING
                   ACCEPT WS-DetTranType
               WHEN "3"
                   DISPLAY "Cantidad nueva: " WITH NO ADVANCING
               WHEN "6"
                   DISPLAY "Cliente nuevo: " WITH NO ADVANCING
                   ACCEPT WS-DetCliente
               WHEN "7"
                   DISPLAY "Motivo nuevo (DF/EQ/AR/GA/DT/EX): "
                           WITH NO ADVANCING
                   ACCEPT WS-DetMotivo
               WHEN "8"
                   DISPLAY "Serie nueva (blanco = sin serie): "
                           WITH NO ADVANCING
                   ACCEPT WS-DetSerie
                   MOVE FUNCTION UPPER-CASE(WS-DetSerie)
                       TO WS-DetSerie
               WHEN "9"
                   DISPLAY "Orden de compra o reserva nueva"
                           " (0 = sin orden): " WITH NO ADVANCING
                   MOVE ZERO TO WS-OrdenNueva
                   ACCEPT WS-OrdenNueva
                   MOVE WS-OrdenNueva TO WS-DetOrden
               WHEN OTHER
                   DISPLAY "Campo invalido"
           END-EVALUATE
                   TO WS-MotivoDesc
               WHEN "60" MOVE "cliente inexistente"
                   TO WS-MotivoDesc
               WHEN "70" MOVE "motivo de devolucion invalido"
                   TO WS-MotivoDesc
               WHEN "80" MOVE "proveedor inexistente"
                   TO WS-MotivoDesc
               WHEN "90" MOVE "supera limite de credito"
                   TO WS-MotivoDesc
               WHEN "95" MOVE "serie invalida"
                   TO WS-MotivoDesc
               WHEN "96" MOVE "orden de compra invalida"
                   TO WS-MotivoDesc
               WHEN "97" MOVE "reserva invalida"
                   TO WS-MotivoDesc
               WHEN OTHER MOVE "motivo desconocido"
                   TO WS-MotivoDesc
           END-EVALUATE.
