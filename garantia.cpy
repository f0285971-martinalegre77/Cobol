      *****************************************************************
      *  GARANTIA.CPY
      *  Layout comun de la tabla de garantias por categoria
      *  (GarantiaCategorias.dat), mantenida con garantia_mant.cbl:
      *  meses de garantia de cada categoria del master (GA-Categoria,
      *  la misma GadgetCategory de GADGETSTK.CPY). Las categorias
      *  activas de la tabla son las serializadas: cada unidad que
      *  entra o sale lleva su numero de serie (SERIE.CPY). Historial
      *  append-only con el mismo criterio que DISTRIB.CPY: una
      *  modificacion o una baja (GA-Estado B) se graba como un
      *  registro nuevo de la misma categoria y rige el ultimo del
      *  archivo. Carga y busqueda comunes: GARWORK.CPY / GARPROC.CPY.
      *****************************************************************
       01 GarantiaRecord.
           03 GA-Categoria       PIC X(15).
           03 GA-Meses           PIC 9(3).
           03 GA-Estado          PIC X.
               88 GA-Activa       VALUE "A".
               88 GA-Baja         VALUE "B".
           03 GA-FechaCarga      PIC 9(8).
           03 GA-Usuario         PIC X(10).
