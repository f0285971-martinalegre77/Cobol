      *****************************************************************
      *  DSTPROC.CPY
      *  Parrafos comunes de la tabla de distribucion de reportes
      *  sobre Distribucion.dat (DISTRIB.CPY). Requiere DSTWORK.CPY
      *  en WORKING-STORAGE y un FD DistribFile con COPY
      *  "distrib.cpy" (SELECT a "Distribucion.dat", LINE
      *  SEQUENTIAL, FILE STATUS DST-Status). Sin el archivo no se
      *  distribuye nada.
      *  CARGAR-DISTRIB-PERFORM deja en DST-Tabla el ultimo registro
      *  de cada reporte + destino, activo o de baja.
      *  TOCA-DISTRIB-PERFORM: la entrada DST-Sub corresponde a
      *  DST-Fecha si esta activa y su frecuencia cae ese dia.
      *****************************************************************
       CARGAR-DISTRIB-PERFORM.
           MOVE ZERO TO DST-Cant
           MOVE ZERO TO DST-Omitidas
           MOVE "N" TO DST-Fin
           OPEN INPUT DistribFile
           IF DST-Status = "35"
               CONTINUE
           ELSE
               READ DistribFile
                   AT END SET DST-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL DST-FinArchivo
                   MOVE "N" TO DST-Vista
                   PERFORM VARYING DST-Sub FROM 1 BY 1
                       UNTIL DST-Sub > DST-Cant OR DST-Vista = "S"
                       IF DT-Reporte(DST-Sub) = DS-Reporte
                           AND DT-Destino(DST-Sub) = DS-Destino
                           MOVE "S" TO DST-Vista
                       END-IF
                   END-PERFORM
                   IF DST-Vista = "S"
                       SUBTRACT 1 FROM DST-Sub
                   ELSE
                       IF DST-Cant < 300
                           ADD 1 TO DST-Cant
                           MOVE DST-Cant TO DST-Sub
                       ELSE
                           MOVE ZERO TO DST-Sub
                           ADD 1 TO DST-Omitidas
                       END-IF
                   END-IF
                   IF DST-Sub > ZERO
                       MOVE DS-Reporte    TO DT-Reporte(DST-Sub)
                       MOVE DS-Destino    TO DT-Destino(DST-Sub)
                       MOVE DS-Tipo       TO DT-Tipo(DST-Sub)
                       MOVE DS-Frecuencia TO DT-Frecuencia(DST-Sub)
                       MOVE DS-Dia        TO DT-Dia(DST-Sub)
                       MOVE DS-Estado     TO DT-Estado(DST-Sub)
                       MOVE DS-FechaCarga TO DT-FechaCarga(DST-Sub)
                       MOVE DS-Usuario    TO DT-Usuario(DST-Sub)
                   END-IF
                   READ DistribFile
                       AT END SET DST-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DistribFile
           END-IF.

      *    El dia 1 de la cuenta de INTEGER-OF-DATE (01/01/1601) fue
      *    lunes: resto 0 = domingo, que en la tabla es el dia 7.
       TOCA-DISTRIB-PERFORM.
           MOVE "N" TO DST-Toca
           IF DT-Estado(DST-Sub) = "A"
               EVALUATE DT-Frecuencia(DST-Sub)
                   WHEN "D"
                       SET DST-Corresponde TO TRUE
                   WHEN "S"
                       COMPUTE DST-Entero =
                           FUNCTION INTEGER-OF-DATE(DST-Fecha)
                       DIVIDE DST-Entero BY 7 GIVING DST-Cociente
                           REMAINDER DST-DiaSemana
                       IF DST-DiaSemana = ZERO
                           MOVE 7 TO DST-DiaSemana
                       END-IF
                       IF DST-DiaSemana = DT-Dia(DST-Sub)
                           SET DST-Corresponde TO TRUE
                       END-IF
                   WHEN "M"
                       IF DST-Fecha(7:2) = DT-Dia(DST-Sub)
                           SET DST-Corresponde TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
