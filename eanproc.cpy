      *****************************************************************
      *  EANPROC.CPY
      *  Parrafos comunes de identificacion de articulos por codigo
      *  de barra EAN-13. Requiere EANWORK.CPY en WORKING-STORAGE y
      *  un FD EanFile con COPY "ean.cpy" (SELECT a "GadgetEAN.dat",
      *  ORGANIZATION INDEXED, ACCESS DYNAMIC, RECORD KEY EA-Codigo,
      *  FILE STATUS EAN-Status).
      *****************************************************************
       IDENTIFICAR-ARTICULO-PERFORM.
           MOVE ZERO TO EAN-GadgetID
           MOVE ZERO TO EAN-Codigo
           SET EAN-Invalido TO TRUE
           MOVE ZERO TO EAN-Largo
           PERFORM VARYING EAN-Sub FROM 1 BY 1 UNTIL EAN-Sub > 13
               IF EAN-Entrada(EAN-Sub:1) NOT = SPACE
                   MOVE EAN-Sub TO EAN-Largo
               END-IF
           END-PERFORM
           IF EAN-Largo > ZERO
               IF EAN-Entrada(1:EAN-Largo) IS NUMERIC
                   IF EAN-Largo <= 6
                       MOVE EAN-Entrada(1:EAN-Largo) TO EAN-GadgetID
                       SET EAN-EsGadgetID TO TRUE
                   END-IF
                   IF EAN-Largo = 13
                       MOVE EAN-Entrada TO EAN-Codigo
                       PERFORM VERIFICAR-DIGITO-EAN-PERFORM
                       IF EAN-DigitoValido
                           PERFORM BUSCAR-EAN-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Digito verificador EAN-13: los 12 primeros digitos se
      *    suman con peso 1 en posicion impar y 3 en posicion par;
      *    el verificador completa la suma a la decena siguiente.
       VERIFICAR-DIGITO-EAN-PERFORM.
           MOVE "N" TO EAN-Digito-Ok
           MOVE ZERO TO EAN-Suma
           PERFORM VARYING EAN-Sub FROM 1 BY 1 UNTIL EAN-Sub > 12
               DIVIDE EAN-Sub BY 2 GIVING EAN-Cociente
                   REMAINDER EAN-Resto
               IF EAN-Resto = ZERO
                   COMPUTE EAN-Suma = EAN-Suma
                       + EAN-Digito(EAN-Sub) * 3
               ELSE
                   ADD EAN-Digito(EAN-Sub) TO EAN-Suma
               END-IF
           END-PERFORM
           DIVIDE EAN-Suma BY 10 GIVING EAN-Cociente
               REMAINDER EAN-Resto
           IF EAN-Resto = ZERO
               MOVE ZERO TO EAN-Verificador
           ELSE
               COMPUTE EAN-Verificador = 10 - EAN-Resto
           END-IF
           IF EAN-Verificador = EAN-Digito(13)
               SET EAN-DigitoValido TO TRUE
           END-IF.

      *    Codigo valido: se busca el articulo; sin archivo o sin el
      *    codigo queda EAN-SinAsignar.
       BUSCAR-EAN-PERFORM.
           SET EAN-SinAsignar TO TRUE
           OPEN INPUT EanFile
           IF EAN-Status = "00"
               MOVE EAN-Codigo TO EA-Codigo
               READ EanFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EA-GadgetID TO EAN-GadgetID
                       SET EAN-EsCodigo TO TRUE
               END-READ
               CLOSE EanFile
           END-IF.
