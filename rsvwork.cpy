      *****************************************************************
      *  RSVWORK.CPY
      *  Campos de trabajo de las reservas de clientes (ver
      *  RESERVA.CPY para el layout y RSVPROC.CPY para los parrafos
      *  comunes). CARGAR-RESERVAS-PERFORM deja en RSV-Tabla el
      *  ultimo registro de cada RS-Nro y en RSV-UltimoNro el numero
      *  mas alto usado. Para el reservado de un articulo se cargan
      *  RSV-GadgetID, RSV-Sucursal y RSV-Fecha y se ejecuta
      *  RESERVADO-PERFORM: las unidades de las reservas activas no
      *  vencidas a esa fecha quedan en RSV-Reservado. Con RSV-Cliente
      *  cargado ademas, RESERVA-CLIENTE-PERFORM deja en RSV-SubCliente
      *  la reserva activa de ese cliente (cero si no tiene).
      *  Con RSV-SoloActivas la carga deja en la tabla solo las
      *  reservas cuyo ultimo estado es A (stock disponible y
      *  retiros); con RSV-Historia carga todas, para listarlas.
      *  RSV-Omitidas cuenta los registros que no entraron.
      *****************************************************************
       01 RSV-Campos.
           03 RSV-GadgetID     PIC 9(6).
           03 RSV-Sucursal     PIC 9(3).
           03 RSV-Cliente      PIC 9(4).
           03 RSV-Fecha        PIC 9(8).
           03 RSV-Reservado    PIC 9(6) VALUE ZERO.
           03 RSV-SubCliente   PIC 9(4) VALUE ZERO.
           03 RSV-UltimoNro    PIC 9(6) VALUE ZERO.
           03 RSV-Status       PIC XX.
           03 RSV-Fin          PIC X VALUE "N".
               88 RSV-FinArchivo VALUE "S".
           03 RSV-Vista        PIC X.
           03 RSV-Cant         PIC 9(4) VALUE ZERO.
           03 RSV-Sub          PIC 9(4).
           03 RSV-Omitidas     PIC 9(6) VALUE ZERO.
           03 RSV-Carga        PIC X VALUE "H".
               88 RSV-Historia   VALUE "H".
               88 RSV-SoloActivas VALUE "A".
       01 RSV-Tabla.
           03 RSV-Item OCCURS 5000 TIMES.
               05 RT-Nro           PIC 9(6).
               05 RT-Cliente       PIC 9(4).
               05 RT-GadgetID      PIC 9(6).
               05 RT-Sucursal      PIC 9(3).
               05 RT-Cantidad      PIC 9(4).
               05 RT-Sena          PIC 9(7)V99.
               05 RT-MedioPago     PIC X.
               05 RT-FechaAlta     PIC 9(8).
               05 RT-Vence         PIC 9(8).
               05 RT-Estado        PIC X.
               05 RT-FechaEstado   PIC 9(8).
               05 RT-Usuario       PIC X(10).
