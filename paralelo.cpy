      *****************************************************************
      *  PARALELO.CPY
      *  Layout comun del historial de la corrida en paralelo de
      *  stock.dat y GadgetStock.dat (ParaleloHist.dat), mientras se
      *  migra Parcial2 al master de GadgetShop (stock_migra.cbl).
      *  stock_paralelo.cbl agrega un registro por fecha de negocio
      *  con la comparacion del dia: articulos de stock.dat ya
      *  migrados (mapeados en StockCruce.dat), los que faltan
      *  migrar, los que no cierran en cantidad o valor, y el
      *  valorizado de cada lado. Si se corre dos veces la misma
      *  fecha rige el ultimo registro.
      *****************************************************************
       01 ParaleloRecord.
           03 PA-Fecha           PIC 9(8).
           03 PA-Migrados        PIC 9(5).
           03 PA-SinMigrar       PIC 9(5).
           03 PA-ConDiferencia   PIC 9(5).
           03 PA-ValorParcial2   PIC 9(10)V99.
           03 PA-ValorGadget     PIC 9(10)V99.
