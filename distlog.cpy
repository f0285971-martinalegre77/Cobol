      *****************************************************************
      *  DISTLOG.CPY
      *  Layout comun del log de entregas del spool (DistribLog.dat),
      *  append-only, grabado por reporte_distrib.cbl: un registro
      *  por reporte catalogado (DL-Reporte, DL-Fecha = RC-Reporte y
      *  RC-Fecha de RPTCAT.CPY) y destinatario de DISTRIB.CPY, con
      *  el resultado del envio: E entregado, F fallido. Un reporte
      *  ya entregado a un destinatario para esa fecha no se vuelve a
      *  enviar; uno fallido se reintenta en la corrida siguiente de
      *  la misma fecha.
      *****************************************************************
       01 DistLogRecord.
           03 DL-Reporte         PIC X(20).
           03 DL-Fecha           PIC 9(8).
           03 DL-Destino         PIC X(40).
           03 DL-Tipo            PIC X.
           03 DL-Estado          PIC X.
               88 DL-Entregado    VALUE "E".
               88 DL-Fallido      VALUE "F".
           03 DL-FechaEnvio      PIC 9(8).
           03 DL-HoraEnvio       PIC 9(6).
           03 DL-Archivo         PIC X(60).
