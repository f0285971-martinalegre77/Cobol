      *****************************************************************
      *  SIGNLOG.CPY
      *  Layout comun del log de ingresos de operador (Ingresos.dat),
      *  append-only, grabado por SIGNPROC.CPY en cada ingreso a un
      *  programa interactivo: usuario tipeado, programa, fecha y
      *  hora, resultado (O otorgado, R rechazado) y motivo del
      *  rechazo (usuario inexistente, operador suspendido, nivel
      *  insuficiente) o del ingreso sin control (maestro sin
      *  cargar). La recertificacion trimestral operador_recert.cbl
      *  toma de aca el ultimo ingreso de cada operador.
      *****************************************************************
       01 SignLogRecord.
           03 SL-Usuario         PIC X(10).
           03 SL-Programa        PIC X(15).
           03 SL-Fecha           PIC 9(8).
           03 SL-Hora            PIC 9(6).
           03 SL-Resultado       PIC X.
               88 SL-Otorgado     VALUE "O".
               88 SL-Rechazado    VALUE "R".
           03 SL-Motivo          PIC X(20).
