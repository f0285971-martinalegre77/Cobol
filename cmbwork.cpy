      *****************************************************************
      *  CMBWORK.CPY
      *  Campos de trabajo de la cola de cambios con doble control
      *  (ver CAMBIO.CPY para el layout y CMBPROC.CPY para los
      *  parrafos comunes). El programa carga CMB-Tipo con su tipo
      *  de cambio y CMB-Usuario con el operador del ingreso.
      *  Proponer: CMB-Resumen y CMB-Detalle (el layout propio del
      *  programa, movido como grupo) y PROPONER-CAMBIO-PERFORM,
      *  que deja el numero asignado en CMB-Numero.
      *  Revisar: CARGAR-PENDIENTES-PERFORM llena la tabla de
      *  pendientes del tipo; BUSCAR-CAMBIO-PERFORM trae la
      *  propuesta CMB-Numero (detalle, resumen, quien y cuando) y
      *  su estado; RESOLVER-CAMBIO-PERFORM graba la aprobacion o el
      *  rechazo (CMB-Evento, CMB-Motivo) solo si sigue pendiente y
      *  no la propuso el mismo operador, y lo informa en
      *  CMB-Resultado. El cambio se aplica despues de resolverlo.
      *****************************************************************
       01 CMB-Campos.
           03 CMB-Tipo         PIC X.
           03 CMB-Usuario      PIC X(10).
           03 CMB-Numero       PIC 9(6).
           03 CMB-UltNumero    PIC 9(6).
           03 CMB-Resumen      PIC X(60).
           03 CMB-Detalle      PIC X(640).
           03 CMB-Propuso      PIC X(10).
           03 CMB-FechaProp    PIC 9(8).
           03 CMB-Evento       PIC X.
               88 CMB-Aprobar       VALUE "A".
               88 CMB-Rechazar      VALUE "R".
           03 CMB-Motivo       PIC X(60).
           03 CMB-Estado       PIC X.
               88 CMB-EstPendiente  VALUE "P".
               88 CMB-EstAprobado   VALUE "A".
               88 CMB-EstRechazado  VALUE "R".
               88 CMB-EstNoExiste   VALUE " ".
           03 CMB-Resultado    PIC X.
               88 CMB-Ok            VALUE "S".
               88 CMB-NoPendiente   VALUE "N".
               88 CMB-PropiaPropuesta VALUE "O".
           03 CMB-Status       PIC XX.
           03 CMB-Fin          PIC X VALUE "N".
               88 CMB-FinArchivo VALUE "S".
      *    Propuestas pendientes del tipo (las primeras 50; las
      *    resueltas dejan su lugar). CMB-Omitidas cuenta las
      *    pendientes que no entraron en la tabla; CMB-Desde y
      *    CMB-Corte acotan la relectura (ver CMBPROC.CPY).
           03 CMB-CantPend     PIC 9(3).
           03 CMB-Omitidas     PIC 9(4).
           03 CMB-Desde        PIC 9(6).
           03 CMB-Corte        PIC 9(6).
           03 CMB-SubPend      PIC 9(3).
           03 CMB-SubPend2     PIC 9(3).
           03 CMB-Pendiente OCCURS 50 TIMES.
               05 CMB-PendNumero   PIC 9(6).
               05 CMB-PendUsuario  PIC X(10).
               05 CMB-PendFecha    PIC 9(8).
               05 CMB-PendResumen  PIC X(60).
               05 CMB-PendEstado   PIC X.
