      *****************************************************************
      *  ACTIVIDAD.CPY
      *  Layout comun del registro de actividad de la agenda
      *  (Actividad.dat), indexado por AC-Clave: el PerNroContacto
      *  del contacto mas la fecha y hora de carga, asi la historia
      *  de un contacto queda junta y en orden cronologico. Un
      *  registro por gestion con el contacto. Tipos:
      *    L llamada
      *    V visita
      *    E correo electronico
      *    R reunion
      *  AC-FechaSeguim en ceros = sin seguimiento; con fecha, la
      *  gestion queda pendiente (AC-Estado P) hasta que una gestion
      *  posterior la da por cumplida (C). El registro mide 100
      *  posiciones, lo mismo que la imagen de JRNLREC.CPY.
      *  Carga, historia y borrado junto con el contacto: agenda.cbl.
      *  Listado diario de seguimientos vencidos: agenda_seguim.cbl.
      *****************************************************************
       01 ActividadRecord.
           03 AC-Clave.
               05 AC-NroContacto PIC 9(6).
               05 AC-Fecha       PIC 9(8).
               05 AC-Hora        PIC 9(6).
           03 AC-Tipo            PIC X.
               88 AC-Llamada     VALUE "L".
               88 AC-Visita      VALUE "V".
               88 AC-Email       VALUE "E".
               88 AC-Reunion     VALUE "R".
           03 AC-Usuario         PIC X(10).
           03 AC-Nota            PIC X(60).
           03 AC-FechaSeguim     PIC 9(8).
           03 AC-Estado          PIC X.
               88 AC-SinSeguim   VALUE " ".
               88 AC-Pendiente   VALUE "P".
               88 AC-Cumplido    VALUE "C".
