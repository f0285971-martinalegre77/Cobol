      *****************************************************************
      *  RPTCAT.CPY
      *  Layout comun del catalogo de reportes (ReporteCatalogo.dat).
      *  Cada emisor de reporte (consulta_stock.cob, gadget_precios.cbl,
      *  stock_cruce.cbl, file_verify.cbl, gadget_po.cbl,
      *  gadget_ajuste.cbl, gadget_ctacte_resumen.cbl,
      *  gadget_facturacion.cbl, gadget_libro_iva.cbl,
      *  gadget_promo_result.cbl, employee_liquidacion.cbl,
      *  employee_vacaciones.cbl, employee_ausencias.cbl,
      *  gadget_ciclico.cbl, stock_migra.cbl, stock_paralelo.cbl,
      *  reporte_distrib.cbl, operador_recert.cbl,
      *  gadget_reserva_vence.cbl, gadget_garantia_rep.cbl) archiva via
      *  SPOOLPROC.CPY una copia fechada bajo el directorio spool/ y
      *  deja aca una entrada con reporte, fecha de negocio, programa
      *  emisor, cantidad de lineas y ruta de la copia. La consulta,
      *  reimpresion y depuracion es reporte_spool.cbl: los nombres
      *  fijos (stockReporte.txt y compania) se siguen pisando en cada
      *  corrida, pero la copia del spool queda. El envio a los
      *  destinatarios de cada reporte (DISTRIB.CPY) es
      *  reporte_distrib.cbl, al final de la corrida nocturna.
      *****************************************************************
       01 CatalogRecord.
           03 RC-Reporte         PIC X(20).
