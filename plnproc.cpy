      *****************************************************************
      *  PLNPROC.CPY
      *  Parrafos comunes del punto de pedido por articulo sobre
      *  GadgetPlanif.dat (PLANIF.CPY). Requiere PLNWORK.CPY en
      *  WORKING-STORAGE y un FD PlanifFile con COPY "planif.cpy"
      *  (SELECT a "GadgetPlanif.dat", ORGANIZATION INDEXED, ACCESS
      *  DYNAMIC, RECORD KEY PL-Clave, FILE STATUS PLN-Status). Sin
      *  el archivo rige siempre PLN-Umbral.
      *****************************************************************
       ABRIR-PLANIF-PERFORM.
           MOVE "N" TO PLN-Abierto
           OPEN INPUT PlanifFile
           IF PLN-Status = "00"
               SET PLN-ArchivoAbierto TO TRUE
           END-IF.

       PUNTO-PEDIDO-PERFORM.
           MOVE PLN-Umbral TO PLN-Punto
           IF PLN-ArchivoAbierto
               MOVE PLN-GadgetID TO PL-GadgetID
               MOVE PLN-Sucursal TO PL-Sucursal
               READ PlanifFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PL-Aceptado
                           MOVE PL-PuntoVig TO PLN-Punto
                       END-IF
               END-READ
           END-IF.

       CERRAR-PLANIF-PERFORM.
           IF PLN-ArchivoAbierto
               CLOSE PlanifFile
               MOVE "N" TO PLN-Abierto
           END-IF.
