      *****************************************************************
      *  GARPROC.CPY
      *  Parrafos comunes de la tabla de garantias por categoria
      *  sobre GarantiaCategorias.dat (GARANTIA.CPY). Requiere
      *  GARWORK.CPY en WORKING-STORAGE y un FD GarantiaFile con COPY
      *  "garantia.cpy" (SELECT a "GarantiaCategorias.dat", LINE
      *  SEQUENTIAL, FILE STATUS GAR-Status). Sin el archivo ninguna
      *  categoria es serializada.
      *  CARGAR-GARANTIAS-PERFORM deja en GAR-Tabla el ultimo registro
      *  de cada categoria, activo o de baja.
      *  BUSCAR-GARANTIA-PERFORM: con la categoria activa en la tabla
      *  deja GAR-Serializada y sus meses en GAR-Meses; si no, cero.
      *****************************************************************
       CARGAR-GARANTIAS-PERFORM.
           MOVE ZERO TO GAR-Cant
           MOVE ZERO TO GAR-Omitidas
           MOVE "N" TO GAR-Fin
           OPEN INPUT GarantiaFile
           IF GAR-Status = "35"
               CONTINUE
           ELSE
               READ GarantiaFile
                   AT END SET GAR-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL GAR-FinArchivo
                   MOVE "N" TO GAR-Vista
                   PERFORM VARYING GAR-Sub FROM 1 BY 1
                       UNTIL GAR-Sub > GAR-Cant OR GAR-Vista = "S"
                       IF GT-Categoria(GAR-Sub) = GA-Categoria
                           MOVE "S" TO GAR-Vista
                       END-IF
                   END-PERFORM
                   IF GAR-Vista = "S"
                       SUBTRACT 1 FROM GAR-Sub
                   ELSE
                       IF GAR-Cant < 200
                           ADD 1 TO GAR-Cant
                           MOVE GAR-Cant TO GAR-Sub
                       ELSE
                           MOVE ZERO TO GAR-Sub
                           ADD 1 TO GAR-Omitidas
                       END-IF
                   END-IF
                   IF GAR-Sub > ZERO
                       MOVE GA-Categoria  TO GT-Categoria(GAR-Sub)
                       MOVE GA-Meses      TO GT-Meses(GAR-Sub)
                       MOVE GA-Estado     TO GT-Estado(GAR-Sub)
                       MOVE GA-FechaCarga TO GT-FechaCarga(GAR-Sub)
                       MOVE GA-Usuario    TO GT-Usuario(GAR-Sub)
                   END-IF
                   READ GarantiaFile
                       AT END SET GAR-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GarantiaFile
           END-IF.

       BUSCAR-GARANTIA-PERFORM.
           MOVE "N" TO GAR-Serie
           MOVE ZERO TO GAR-Meses
           PERFORM VARYING GAR-Sub FROM 1 BY 1
               UNTIL GAR-Sub > GAR-Cant
               IF GT-Categoria(GAR-Sub) = GAR-Categoria
                   AND GT-Estado(GAR-Sub) = "A"
                   SET GAR-Serializada TO TRUE
                   MOVE GT-Meses(GAR-Sub) TO GAR-Meses
               END-IF
           END-PERFORM.
