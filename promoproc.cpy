      *****************************************************************
      *  PROMOPROC.CPY
      *  Parrafos comunes de promociones sobre GadgetPromos.dat
      *  (PROMO.CPY). Requiere PROMOWORK.CPY en WORKING-STORAGE y un
      *  FD PromoFile con COPY "promo.cpy" (SELECT a
      *  "GadgetPromos.dat", LINE SEQUENTIAL, FILE STATUS
      *  PMO-Status). Sin el archivo no hay promociones.
      *  CARGAR-PROMOS-PERFORM deja en PMO-Tabla el ultimo registro
      *  de cada PM-Codigo. PRECIO-PROMO-PERFORM busca entre las
      *  promociones activas las que alcanzan al articulo (por
      *  categoria o por lista), a la sucursal (000 = todas) y a la
      *  fecha; si mas de una coincide rige el descuento mayor.
      *****************************************************************
       CARGAR-PROMOS-PERFORM.
           MOVE ZERO TO PMO-Cant
           MOVE ZERO TO PMO-Omitidas
           MOVE "N" TO PMO-Fin
           OPEN INPUT PromoFile
           IF PMO-Status = "35"
               CONTINUE
           ELSE
               READ PromoFile
                   AT END SET PMO-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL PMO-FinArchivo
                   MOVE "N" TO PMO-Vista
                   PERFORM VARYING PMO-Sub FROM 1 BY 1
                       UNTIL PMO-Sub > PMO-Cant OR PMO-Vista = "S"
                       IF PT-Codigo(PMO-Sub) = PM-Codigo
                           MOVE "S" TO PMO-Vista
                       END-IF
                   END-PERFORM
                   IF PMO-Vista = "S"
                       SUBTRACT 1 FROM PMO-Sub
                   ELSE
                       IF PMO-Cant < 200
                           ADD 1 TO PMO-Cant
                           MOVE PMO-Cant TO PMO-Sub
                       ELSE
                           MOVE ZERO TO PMO-Sub
                           ADD 1 TO PMO-Omitidas
                       END-IF
                   END-IF
                   IF PMO-Sub > ZERO
                       MOVE PM-Codigo        TO PT-Codigo(PMO-Sub)
                       MOVE PM-Descripcion   TO PT-Descripcion(PMO-Sub)
                       MOVE PM-Categoria     TO PT-Categoria(PMO-Sub)
                       MOVE PM-CantArticulos
                           TO PT-CantArticulos(PMO-Sub)
                       PERFORM VARYING PMO-SubArt FROM 1 BY 1
                           UNTIL PMO-SubArt > 10
                           MOVE PM-Articulo(PMO-SubArt)
                               TO PT-Articulo(PMO-Sub, PMO-SubArt)
                       END-PERFORM
                       MOVE PM-Sucursal      TO PT-Sucursal(PMO-Sub)
                       MOVE PM-Porcentaje    TO PT-Porcentaje(PMO-Sub)
                       MOVE PM-Desde         TO PT-Desde(PMO-Sub)
                       MOVE PM-Hasta         TO PT-Hasta(PMO-Sub)
                       MOVE PM-Estado        TO PT-Estado(PMO-Sub)
                   END-IF
                   READ PromoFile
                       AT END SET PMO-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       PRECIO-PROMO-PERFORM.
           MOVE ZERO TO PMO-Codigo
           MOVE ZERO TO PMO-Porcentaje
           MOVE PMO-PrecioLista TO PMO-Precio
           PERFORM VARYING PMO-Sub FROM 1 BY 1
               UNTIL PMO-Sub > PMO-Cant
               MOVE "N" TO PMO-Alcanza
               IF PT-Estado(PMO-Sub) = "A"
                   AND PMO-Fecha >= PT-Desde(PMO-Sub)
                   AND PMO-Fecha <= PT-Hasta(PMO-Sub)
                   AND (PT-Sucursal(PMO-Sub) = ZERO
                   OR PT-Sucursal(PMO-Sub) = PMO-Sucursal)
                   IF PT-Categoria(PMO-Sub) NOT = SPACES
                       IF PT-Categoria(PMO-Sub) = PMO-Categoria
                           SET PMO-Alcanzado TO TRUE
                       END-IF
                   ELSE
                       PERFORM VARYING PMO-SubArt FROM 1 BY 1
                           UNTIL PMO-SubArt > PT-CantArticulos(PMO-Sub)
                           OR PMO-SubArt > 10
                           IF PT-Articulo(PMO-Sub, PMO-SubArt)
                               = PMO-GadgetID
                               SET PMO-Alcanzado TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF PMO-Alcanzado
                   AND PT-Porcentaje(PMO-Sub) > PMO-Porcentaje
                   MOVE PT-Codigo(PMO-Sub)     TO PMO-Codigo
                   MOVE PT-Porcentaje(PMO-Sub) TO PMO-Porcentaje
               END-IF
           END-PERFORM
           IF PMO-Codigo NOT = ZERO
               COMPUTE PMO-Precio ROUNDED =
                   PMO-PrecioLista * (100 - PMO-Porcentaje) / 100
           END-IF.
