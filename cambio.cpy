      *****************************************************************
      *  CAMBIO.CPY
      *  Layout comun de la cola de cambios con doble control
      *  (CambiosPendientes.dat). Archivo de solo agregado, con el
      *  mismo criterio que PERIODO.CPY: cada propuesta deja un
      *  registro P con su numero, quien la cargo, un resumen y el
      *  detalle del cambio; la aprobacion (A) o el rechazo (R) de
      *  otro operador de nivel 3 deja otro registro con el mismo
      *  numero, quien lo resolvio y, en el rechazo, el motivo. El
      *  estado vigente de una propuesta es el de su ultimo
      *  registro. Solo al aprobar se aplica el cambio. Tipos:
      *    P  ajuste de precios (gadget_precios.cbl)
      *    R  parametro de parametros.dat (param_mant.cbl)
      *    I  tasa de IVA por categoria (iva_mant.cbl)
      *  CB-Detalle lleva, solo en el registro P, los datos del
      *  cambio con el layout propio de cada programa. Los parrafos
      *  comunes son CMBPROC.CPY y el reporte para auditoria es
      *  cambios_reporte.cbl.
      *****************************************************************
       01 CambioRecord.
           03 CB-Numero          PIC 9(6).
           03 CB-Tipo            PIC X.
               88 CB-Precios     VALUE "P".
               88 CB-Parametro   VALUE "R".
               88 CB-TasaIva     VALUE "I".
           03 CB-Evento          PIC X.
               88 CB-Propuesto   VALUE "P".
               88 CB-Aprobado    VALUE "A".
               88 CB-Rechazado   VALUE "R".
           03 CB-Fecha           PIC 9(8).
           03 CB-Hora            PIC 9(6).
           03 CB-Usuario         PIC X(10).
           03 CB-Resumen         PIC X(60).
           03 CB-Detalle         PIC X(640).
