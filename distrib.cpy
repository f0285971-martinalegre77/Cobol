      *****************************************************************
      *  DISTRIB.CPY
      *  Layout comun de la tabla de distribucion de reportes
      *  (Distribucion.dat), mantenida con distrib_mant.cbl: a que
      *  destinatarios va cada reporte del spool (DS-Reporte, el
      *  mismo RC-Reporte de RPTCAT.CPY) y cada cuanto. Tipos de
      *  destinatario: D departamento (carpeta distrib/<destino>),
      *  M casilla de correo, I impresora. Frecuencia: D diaria,
      *  S semanal (DS-Dia 1 = lunes ... 7 = domingo), M mensual
      *  (DS-Dia 01-28 del mes). Historial append-only con el mismo
      *  criterio que PROMO.CPY: una modificacion o una baja
      *  (DS-Estado B) se graba como un registro nuevo de la misma
      *  clave reporte + destino y rige el ultimo del archivo. La
      *  carga y el calendario son comunes (DSTWORK.CPY /
      *  DSTPROC.CPY); el envio nocturno es reporte_distrib.cbl, que
      *  deja cada entrega en DistribLog.dat (DISTLOG.CPY).
      *****************************************************************
       01 DistribRecord.
           03 DS-Reporte         PIC X(20).
           03 DS-Destino         PIC X(40).
           03 DS-Tipo            PIC X.
               88 DS-Departamento VALUE "D".
               88 DS-Casilla      VALUE "M".
               88 DS-Impresora    VALUE "I".
           03 DS-Frecuencia      PIC X.
               88 DS-Diaria       VALUE "D".
               88 DS-Semanal      VALUE "S".
               88 DS-Mensual      VALUE "M".
           03 DS-Dia             PIC 9(2).
           03 DS-Estado          PIC X.
               88 DS-Activa       VALUE "A".
               88 DS-Baja         VALUE "B".
           03 DS-FechaCarga      PIC 9(8).
           03 DS-Usuario         PIC X(10).
