      *****************************************************************
      *  GARWORK.CPY
      *  Campos de trabajo de la tabla de garantias por categoria
      *  (ver GARANTIA.CPY para el layout y GARPROC.CPY para los
      *  parrafos comunes). El programa ejecuta una vez
      *  CARGAR-GARANTIAS-PERFORM; despues, para cada articulo, carga
      *  GAR-Categoria y ejecuta BUSCAR-GARANTIA-PERFORM, que deja
      *  GAR-Meses y GAR-Serializada.
      *****************************************************************
       01 GAR-Campos.
           03 GAR-Status       PIC XX.
           03 GAR-Fin          PIC X VALUE "N".
               88 GAR-FinArchivo VALUE "S".
           03 GAR-Vista        PIC X.
           03 GAR-Cant         PIC 9(3) VALUE ZERO.
           03 GAR-Sub          PIC 9(3).
           03 GAR-Omitidas     PIC 9(6) VALUE ZERO.
           03 GAR-Categoria    PIC X(15).
           03 GAR-Meses        PIC 9(3).
           03 GAR-Serie        PIC X.
               88 GAR-Serializada VALUE "S".
       01 GAR-Tabla.
           03 GAR-Item OCCURS 200 TIMES.
               05 GT-Categoria     PIC X(15).
               05 GT-Meses         PIC 9(3).
               05 GT-Estado        PIC X.
               05 GT-FechaCarga    PIC 9(8).
               05 GT-Usuario       PIC X(10).
