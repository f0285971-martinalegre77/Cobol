      *****************************************************************
      *  CONTEOPLAN.CPY
      *  Layout comun del plan de conteo ciclico (ConteoPlan.dat),
      *  indexado por CP-Clave = articulo + sucursal + fecha
      *  programada, para que la captura ubique por articulo los
      *  conteos pendientes. gadget_ciclico.cbl agrega los conteos
      *  del dia habil segun la clase ABC del articulo (GADGETABC,
      *  ABC.CPY): A una vez por mes, B por trimestre y C por anio,
      *  repartidos parejo en los dias habiles (lunes a sabado) del
      *  periodo. gadget_conteo.cbl marca como realizados (estado R,
      *  fecha y cantidad contada) los pendientes del articulo con
      *  fecha programada hasta la del conteo; un conteo posterior a
      *  la fecha programada es un conteo fuera de termino. El
      *  reporte de cumplimiento es gadget_ciclico_cumpl.cbl.
      *****************************************************************
       01 ConteoPlanRecord.
           03 CP-Clave.
               05 CP-GadgetID    PIC 9(6).
               05 CP-Sucursal    PIC 9(3).
               05 CP-Fecha       PIC 9(8).
           03 CP-Clase           PIC X.
           03 CP-Estado          PIC X.
               88 CP-Pendiente   VALUE "P".
               88 CP-Realizado   VALUE "R".
           03 CP-FechaConteo     PIC 9(8).
           03 CP-Contada         PIC 9(4).
           03 CP-Libro           PIC 9(4).
           03 CP-Usuario         PIC X(10).
