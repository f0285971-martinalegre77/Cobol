      *  usa la tasa general IVA-TASA de parametros.dat. Lo cargan
      *  iva_mant.cbl y lo leen los valorizados de gadgetshop.cbl y
      *  consulta_stock.cob para el IVA por linea y el resumen de
      *  base e impuesto por tasa. Los cambios pasan por la cola de
      *  doble control CambiosPendientes.dat (CAMBIO.CPY): IV-Usuario
      *  es quien lo propuso y el journal guarda quien lo aprobo.
      *****************************************************************
       01 IvaCatRecord.
           03 IV-Categoria       PIC X(15).
