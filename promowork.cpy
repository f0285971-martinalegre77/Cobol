      *****************************************************************
      *  PROMOWORK.CPY
      *  Campos de trabajo del precio de promocion (ver PROMO.CPY
      *  para el layout y PROMOPROC.CPY para los parrafos comunes).
      *  El programa ejecuta una vez CARGAR-PROMOS-PERFORM; despues,
      *  por cada articulo carga PMO-GadgetID, PMO-Categoria,
      *  PMO-Sucursal, PMO-Fecha y PMO-PrecioLista y ejecuta
      *  PRECIO-PROMO-PERFORM. Con una promocion vigente quedan en
      *  PMO-Codigo (cero = sin promocion), PMO-Porcentaje y
      *  PMO-Precio la promocion aplicada y el precio con descuento;
      *  sin promocion, PMO-Precio es el de lista.
      *****************************************************************
       01 PMO-Campos.
           03 PMO-GadgetID     PIC 9(6).
           03 PMO-Categoria    PIC X(15).
           03 PMO-Sucursal     PIC 9(3).
           03 PMO-Fecha        PIC 9(8).
           03 PMO-PrecioLista  PIC 9(4)V99.
           03 PMO-Codigo       PIC 9(4) VALUE ZERO.
           03 PMO-Porcentaje   PIC 99V99 VALUE ZERO.
           03 PMO-Precio       PIC 9(4)V99.
           03 PMO-Status       PIC XX.
           03 PMO-Fin          PIC X VALUE "N".
               88 PMO-FinArchivo VALUE "S".
           03 PMO-Alcanza      PIC X.
               88 PMO-Alcanzado  VALUE "S".
           03 PMO-Vista        PIC X.
           03 PMO-Cant         PIC 9(3) VALUE ZERO.
           03 PMO-Sub          PIC 9(3).
           03 PMO-SubArt       PIC 9(2).
           03 PMO-Omitidas     PIC 9(6) VALUE ZERO.
       01 PMO-Tabla.
           03 PMO-Item OCCURS 200 TIMES.
               05 PT-Codigo        PIC 9(4).
               05 PT-Descripcion   PIC X(30).
               05 PT-Categoria     PIC X(15).
               05 PT-CantArticulos PIC 9(2).
               05 PT-Articulo      PIC 9(6) OCCURS 10 TIMES.
               05 PT-Sucursal      PIC 9(3).
               05 PT-Porcentaje    PIC 99V99.
               05 PT-Desde         PIC 9(8).
               05 PT-Hasta         PIC 9(8).
               05 PT-Estado        PIC X.
