      *****************************************************************
      *  ABC.CPY
      *  Layout comun del archivo de clasificacion ABC de articulos
      *  (GadgetABC.dat), indexado por AB-Clave = articulo +
      *  sucursal como el stock master. gadget_abc.cbl lo rearma en
      *  cada corrida con un registro por registro del master: valor
      *  vendido en los ultimos 12 meses (ventas S del kardex y de
      *  sus archivos mensuales, cantidad x KX-PrecioUnitario),
      *  puesto en el ranking de valor, porcentaje acumulado y
      *  clase: A hasta el 80% acumulado del valor vendido, B hasta
      *  el 95% y C el resto (incluidos los articulos sin ventas).
      *  AB-ClaseAnt guarda la clase de la corrida anterior. Lo lee
      *  el planificador de conteo ciclico gadget_ciclico.cbl: los A
      *  se cuentan una vez por mes, los B por trimestre y los C una
      *  vez por anio.
      *****************************************************************
       01 AbcRecord.
           03 AB-Clave.
               05 AB-GadgetID    PIC 9(6).
               05 AB-Sucursal    PIC 9(3).
           03 AB-Clase           PIC X.
               88 AB-ClaseA      VALUE "A".
               88 AB-ClaseB      VALUE "B".
               88 AB-ClaseC      VALUE "C".
           03 AB-ClaseAnt        PIC X.
           03 AB-Valor           PIC 9(9)V99.
           03 AB-Unidades        PIC 9(6).
           03 AB-Ranking         PIC 9(5).
           03 AB-PctAcum         PIC 9(3)V99.
           03 AB-FechaDesde      PIC 9(8).
           03 AB-FechaCalculo    PIC 9(8).
