      *                 nombre fijo se sigue pisando en cada corrida,
      *                 pero la copia del dia queda; consulta y
      *                 depuracion con reporte_spool.cbl.
      *   15/10/26 MA - La tabla de mapeos de StockCruce.dat pasa de 500
      *                 a 9999 entradas: la migracion de stock.dat mapea
      *                 todos sus articulos.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Parcial2.
         ASSIGN TO "Operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-Status.
         SELECT SignLogFile
         ASSIGN TO "Ingresos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SGN-LogStatus.
         SELECT CatalogFile
         ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD IvaFile.
       77 WS-SubCruce           PIC 9(4).
       77 WS-CruceOmitidos      PIC 9(4) VALUE ZERO.
       01 TABLA-CRUCE.
           05 CRUCE-ITEM OCCURS 9999 TIMES.
               10 XC-ArtCodigo   PIC 9(4).
               10 XC-GadgetID    PIC 9(6).
       77 WS-CantGadgetCat      PIC 9(4) VALUE ZERO.
               STOP RUN
           END-IF
           IF NOT AuditIniciado
               MOVE "Parcial2" TO SGN-Programa
               MOVE 2 TO SGN-NivelMinimo
               PERFORM SIGNON-PERFORM
               MOVE SGN-Usuario TO JRN-Operador
               PERFORM AUDITLOG-INICIO-PERFORM
               SET AuditIniciado TO TRUE
                   AT END SET EndOfCruceFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCruceFile
                   IF WS-CantCruce < 9999
                       ADD 1 TO WS-CantCruce
                       MOVE XR-ArtCodigo
                           TO XC-ArtCodigo(WS-CantCruce)
