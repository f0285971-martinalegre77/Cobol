      *  Layout comun del journal de imagenes antes/despues
      *  (Journal.dat). Lo graban los mantenimientos de masters
      *  (gadget_mant.cbl, employee_maint.cbl, consulta_stock.cob,
      *  agenda.cbl, gadget_precios.cbl, employee_sueldo.cbl,
      *  employee_licencias.cbl, agenda_import.cbl, gadget_periodo.cbl,
      *  gadget_ean.cbl, y param_mant.cbl e iva_mant.cbl al aprobar un
      *  cambio con doble control)
      *  en cada alta, REWRITE o DELETE, via el parrafo comun
      *  JRNLPROC.CPY: archivo, clave, fecha/hora, operador, operacion e
      *  imagen completa del registro antes y despues. La consulta por
      *  clave o por dia es journal_consulta.cbl. Los backups por
      *  generaciones guardan archivos enteros y auditlog.dat guarda
      *  corridas; esto guarda QUE cambio y que decia antes.
      *****************************************************************
       01 JournalRecord.
           03 JR-Archivo         PIC X(15).
