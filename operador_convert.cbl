      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Conversion unica del maestro de operadores
      *          (Operadores.dat) al layout con legajo y estado
      *          (OP-EmpSSN, OP-Estado, OP-FechaEstado, OP-Motivo) que
      *          ahora esperan SIGNPROC.CPY, operador_mant.cbl,
      *          operador_verif.cbl y operador_recert.cbl. Mismo
      *          esquema de conversion unica que gadgetcli_convert.cbl:
      *          todos los operadores quedan activos con el legajo en
      *          cero, que se carga operador por operador desde
      *          operador_mant.cbl; mientras tanto el control nocturno
      *          los informa y suspende como sin legajo.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADOR-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFileViejo
           ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OperStatus.
           SELECT OperFileNuevo
           ASSIGN TO "Operadores.cnv"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior: usuario, nombre y nivel.
       FD OperFileViejo.
       01 OperRecordViejo.
           88 EndOfOperViejo  VALUE HIGH-VALUE.
           03 OpUsuarioViejo    PIC X(10).
           03 OpNombreViejo     PIC X(30).
           03 OpNivelViejo      PIC 9.
       FD OperFileNuevo.
           COPY "operrec.cpy".
       WORKING-STORAGE SECTION.
       77 WS-OperStatus        PIC XX.
       77 WS-CantConvertidos   PIC 9(6) VALUE ZERO.
       COPY "bkpwork.cpy".
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT OperFileViejo
           IF WS-OperStatus = "35"
               DISPLAY "No existe Operadores.dat, nada que convertir"
               STOP RUN
           END-IF
           OPEN OUTPUT OperFileNuevo
           READ OperFileViejo
               AT END SET EndOfOperViejo TO TRUE
           END-READ
           PERFORM UNTIL EndOfOperViejo
               PERFORM CONVERTIR-REGISTRO-PERFORM
               READ OperFileViejo
                   AT END SET EndOfOperViejo TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperFileViejo
           CLOSE OperFileNuevo
           MOVE "Operadores.dat" TO BKP-Archivo
           PERFORM GEN-BACKUP-PERFORM
           CALL "SYSTEM" USING "mv Operadores.cnv Operadores.dat"
           DISPLAY "Operadores convertidos: " WS-CantConvertidos
           STOP RUN.

       CONVERTIR-REGISTRO-PERFORM.
           MOVE OpUsuarioViejo TO OP-Usuario
           MOVE OpNombreViejo  TO OP-Nombre
           MOVE OpNivelViejo   TO OP-Nivel
      *    Sin dato historico: legajo en cero (se carga desde
      *    operador_mant.cbl) y activo desde la conversion.
           MOVE ZERO           TO OP-EmpSSN
           SET OP-Activo       TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO OP-FechaEstado
           MOVE "CONVERSION"   TO OP-Motivo
           WRITE OperRecord
           ADD 1 TO WS-CantConvertidos.

       COPY "bkpproc.cpy".
       END PROGRAM OPERADOR-CONVERT.
