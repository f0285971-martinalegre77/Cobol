      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Conversion unica del maestro de clientes de
      *          GadgetShop (GadgetCli.dat) al layout con limite de
      *          credito (CliLimite) que ahora esperan gadget_cli.cbl,
      *          gadget_captura.cbl, gadget_edit.cbl y los programas
      *          de cuenta corriente. Se corre una sola vez sobre un
      *          maestro existente con el layout anterior, como
      *          gadgetcost_convert.cbl hizo con el costo del stock
      *          master; el limite queda en cero (sin control) y se
      *          carga cliente por cliente desde gadget_cli.cbl.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGETCLI-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CliFileViejo
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT CliFileNuevo
           ASSIGN TO "GadgetCli.cnv"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    Layout anterior: sin limite de credito.
       FD CliFileViejo.
       01 CliDetailsViejo.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigoViejo    PIC 9(4).
           02 CliNombreViejo    PIC X(30).
           02 CliContactoViejo  PIC X(40).
       FD CliFileNuevo.
       01 CliDetailsNuevo.
           02 CliCodigoNuevo    PIC 9(4).
           02 CliNombreNuevo    PIC X(30).
           02 CliContactoNuevo  PIC X(40).
           02 CliLimiteNuevo    PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       77 WS-CliStatus         PIC XX.
       77 WS-CantConvertidos   PIC 9(6) VALUE ZERO.
       COPY "bkpwork.cpy".
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT CliFileViejo
           IF WS-CliStatus = "35"
               DISPLAY "No existe GadgetCli.dat, nada que convertir"
               STOP RUN
           END-IF
           OPEN OUTPUT CliFileNuevo
           READ CliFileViejo
               AT END SET EndOfCliFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCliFile
               PERFORM CONVERTIR-REGISTRO-PERFORM
               READ CliFileViejo
                   AT END SET EndOfCliFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CliFileViejo
           CLOSE CliFileNuevo
           MOVE "GadgetCli.dat" TO BKP-Archivo
           PERFORM GEN-BACKUP-PERFORM
           CALL "SYSTEM" USING "mv GadgetCli.cnv GadgetCli.dat"
           DISPLAY "Clientes convertidos: " WS-CantConvertidos
           STOP RUN.

       CONVERTIR-REGISTRO-PERFORM.
           MOVE CliCodigoViejo      TO CliCodigoNuevo
           MOVE CliNombreViejo      TO CliNombreNuevo
           MOVE CliContactoViejo    TO CliContactoNuevo
      *    Sin dato historico: el limite queda en cero (sin control
      *    de credito) y se carga desde gadget_cli.cbl.
           MOVE ZERO                TO CliLimiteNuevo
           WRITE CliDetailsNuevo
           ADD 1 TO WS-CantConvertidos.

       COPY "bkpproc.cpy".
       END PROGRAM GADGETCLI-CONVERT.
