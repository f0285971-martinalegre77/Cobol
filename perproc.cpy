      *****************************************************************
      *  PERPROC.CPY
      *  Parrafo comun de consulta de periodo cerrado sobre
      *  Periodos.dat (PERIODO.CPY). Requiere PERWORK.CPY en
      *  WORKING-STORAGE y un FD PeriodoFile con COPY "periodo.cpy"
      *  (SELECT a "Periodos.dat", LINE SEQUENTIAL, FILE STATUS
      *  PER-Status). Rige el ultimo registro del mes de PER-Fecha;
      *  sin el archivo o sin registros del mes, queda abierto.
      *****************************************************************
       PERIODO-CERRADO-PERFORM.
           MOVE PER-Fecha(1:6) TO PER-Periodo
           SET PER-Abierto TO TRUE
           MOVE "N" TO PER-Fin
           OPEN INPUT PeriodoFile
           IF PER-Status = "35"
               CONTINUE
           ELSE
               READ PeriodoFile
                   AT END SET PER-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL PER-FinArchivo
                   IF PC-Periodo = PER-Periodo
                       MOVE PC-Estado TO PER-Estado
                   END-IF
                   READ PeriodoFile
                       AT END SET PER-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodoFile
           END-IF.
