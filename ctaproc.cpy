      *****************************************************************
      *  CTAPROC.CPY
      *  Parrafo comun de saldo de cuenta corriente de un cliente
      *  sobre GadgetCtaCte.dat (CTACTE.CPY): cargos menos creditos
      *  menos pagos. Requiere CTAWORK.CPY en WORKING-STORAGE y un
      *  FD CtaCteFile con COPY "ctacte.cpy" (SELECT a
      *  "GadgetCtaCte.dat", LINE SEQUENTIAL, FILE STATUS
      *  CTA-Status). Sin el archivo el saldo es cero.
      *****************************************************************
       SALDO-CLIENTE-PERFORM.
           MOVE ZERO TO CTA-Saldo
           MOVE "N" TO CTA-Fin
           OPEN INPUT CtaCteFile
           IF CTA-Status = "35"
               CONTINUE
           ELSE
               READ CtaCteFile
                   AT END SET CTA-FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL CTA-FinArchivo
                   IF CC-Cliente = CTA-Cliente
                       IF CC-Cargo
                           ADD CC-Importe TO CTA-Saldo
                       ELSE
                           SUBTRACT CC-Importe FROM CTA-Saldo
                       END-IF
                   END-IF
                   READ CtaCteFile
                       AT END SET CTA-FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CtaCteFile
           END-IF.
