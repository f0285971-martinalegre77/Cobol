      *****************************************************************
      *  DSTWORK.CPY
      *  Campos de trabajo de la tabla de distribucion de reportes
      *  (ver DISTRIB.CPY para el layout y DSTPROC.CPY para los
      *  parrafos comunes). El programa ejecuta una vez
      *  CARGAR-DISTRIB-PERFORM; despues, para saber si una entrada
      *  DST-Sub de la tabla corresponde a una fecha, carga DST-Fecha
      *  y ejecuta TOCA-DISTRIB-PERFORM, que deja DST-Toca en "S".
      *****************************************************************
       01 DST-Campos.
           03 DST-Status       PIC XX.
           03 DST-Fin          PIC X VALUE "N".
               88 DST-FinArchivo VALUE "S".
           03 DST-Vista        PIC X.
           03 DST-Cant         PIC 9(3) VALUE ZERO.
           03 DST-Sub          PIC 9(3).
           03 DST-Omitidas     PIC 9(6) VALUE ZERO.
           03 DST-Fecha        PIC 9(8).
           03 DST-Toca         PIC X.
               88 DST-Corresponde VALUE "S".
           03 DST-Entero       PIC 9(7).
           03 DST-Cociente     PIC 9(7).
           03 DST-DiaSemana    PIC 9.
       01 DST-Tabla.
           03 DST-Item OCCURS 300 TIMES.
               05 DT-Reporte       PIC X(20).
               05 DT-Destino       PIC X(40).
               05 DT-Tipo          PIC X.
               05 DT-Frecuencia    PIC X.
               05 DT-Dia           PIC 9(2).
               05 DT-Estado        PIC X.
               05 DT-FechaCarga    PIC 9(8).
               05 DT-Usuario       PIC X(10).
