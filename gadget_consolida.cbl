      *                 consolidado termina en GadgetLotes.dat con
      *                 esa fecha de cabecera. Sin el archivo, sigue
      *                 la fecha del sistema.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 24 posiciones
      *                 (codigo de motivo de devolucion al final, ver
      *                 MOTDEV.CPY): el consolidado copia el registro
      *                 completo.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 50 posiciones
      *                 (serie de la unidad y orden de compra al final,
      *                 ver gadget_captura.cbl); se copia entero al lote
      *                 consolidado.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CONSOLIDA.
               88 TranCabecera VALUE "H".
               88 TranDetalle  VALUE "D".
               88 TranCola     VALUE "T".
           02 FILLER        PIC X(49).
       01 TransCabeceraReg.
           02 FILLER        PIC X.
           02 TranLoteNro   PIC 9(6).
           02 TranLoteFecha PIC 9(8).
           02 FILLER        PIC X(35).
       01 TransDetalleReg.
           02 FILLER        PIC X.
           02 TranGadgetID  PIC 9(6).
           02 TranSucursal  PIC 9(3).
           02 TranSucursalDestino PIC 9(3).
           02 TranCliente   PIC 9(4).
           02 TranMotivo    PIC XX.
           02 TranSerie     PIC X(20).
           02 TranOrden     PIC 9(6).
       01 TransColaReg.
           02 FILLER        PIC X.
           02 TranColaCant  PIC 9(6).
           02 TranColaUnidades PIC 9(8).
           02 FILLER        PIC X(35).
       FD SalidaFile.
       01 SalidaRegistro    PIC X(50).
       FD LotesCtlFile.
           COPY "lotectl.cpy".
       FD FechaNegFile.
           03 WS-CabTipo       PIC X VALUE "H".
           03 WS-CabLoteNro    PIC 9(6).
           03 WS-CabLoteFecha  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       01 WS-ColaReg.
           03 WS-ColaTipo      PIC X VALUE "T".
           03 WS-ColaCantReg   PIC 9(6).
           03 WS-ColaUnidadesReg PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
