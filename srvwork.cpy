      *****************************************************************
      *  SRVWORK.CPY
      *  Campos de trabajo del control de numeros de serie de un lote
      *  (ver SERIE.CPY y SRVPROC.CPY). SRV-Tabla guarda el estado
      *  que le van dejando a cada serie los movimientos ya aceptados
      *  del lote, para que una serie recibida y vendida en el mismo
      *  lote, o vendida dos veces, se controle como si el registro
      *  ya estuviera actualizado.
      *****************************************************************
       01 SRV-Campos.
           03 SRV-Status       PIC XX.
           03 SRV-Abierto      PIC X VALUE "N".
               88 SRV-Registro   VALUE "S".
           03 SRV-Serie        PIC X(20).
           03 SRV-GadgetID     PIC 9(6).
           03 SRV-Tipo         PIC X.
           03 SRV-Error        PIC X(30).
           03 SRV-EstadoActual PIC X.
           03 SRV-GadgetActual PIC 9(6).
           03 SRV-Cant         PIC 9(4) VALUE ZERO.
           03 SRV-Sub          PIC 9(4).
           03 SRV-SubLote      PIC 9(4).
       01 SRV-Tabla.
           03 SRV-Item OCCURS 3000 TIMES.
               05 SV-Serie         PIC X(20).
               05 SV-GadgetID      PIC 9(6).
               05 SV-Estado        PIC X.
