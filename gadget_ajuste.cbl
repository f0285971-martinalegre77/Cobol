      *                 como en el resto de la cadena de captura y
      *                 posteo; sin el archivo, sigue la fecha del
      *                 sistema.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 24 posiciones
      *                 (codigo de motivo de devolucion al final, ver
      *                 MOTDEV.CPY); el lote de ajuste lo deja en
      *                 blanco.
      *   15/10/26 MA - Con la fecha de negocio en un periodo cerrado
      *                 (Periodos.dat, ver gadget_periodo.cbl) no se
      *                 genera el lote de ajuste: codigo 8 y los
      *                 conteos quedan en ConteoFisico.dat.
      *   15/10/26 MA - El detalle de GADGETTRX pasa a 50 posiciones
      *                 (serie de la unidad y orden de compra al final,
      *                 ver gadget_captura.cbl). Los ajustes van sin
      *                 serie y con motivo CF, que gadget_edit.cbl
      *                 acepta sin serie en un articulo serializado.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-AJUSTE.
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
           SELECT PeriodoFile
           ASSIGN TO "Periodos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-Status.
       DATA DIVISION.
       FILE SECTION.
       FD ConteoFile.
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD LoteFile.
       01 LoteRegistro      PIC X(50).
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       FD PeriodoFile.
           COPY "periodo.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       COPY "perwork.cpy".
       77 WS-ConteoStatus   PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(55) VALUE ALL "-".
           03 WS-CabTipo       PIC X VALUE "H".
           03 WS-CabLoteNro    PIC 9(6).
           03 WS-CabLoteFecha  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       01 WS-DetalleReg.
           03 WS-DetTipo       PIC X VALUE "D".
           03 WS-DetGadgetID   PIC 9(6).
           03 WS-DetSucursal   PIC 9(3).
           03 WS-DetDestino    PIC 9(3).
           03 WS-DetCliente    PIC 9(4).
           03 WS-DetMotivo     PIC XX.
           03 WS-DetSerie      PIC X(20).
           03 WS-DetOrden      PIC 9(6).
       01 WS-ColaReg.
           03 WS-ColaTipo      PIC X VALUE "T".
           03 WS-ColaCant      PIC 9(6).
           03 WS-ColaUnidades  PIC 9(8).
           03 FILLER           PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
                       " ConteoFisico.dat.procesado"
               STOP RUN
           END-IF
      *    El lote de ajuste sale con la fecha de negocio: en un mes
      *    cerrado (gadget_periodo.cbl) no se genera y los conteos
      *    quedan en su lugar hasta reabrirlo o avanzar la fecha.
           MOVE WS-FechaHoy TO PER-Fecha
           PERFORM PERIODO-CERRADO-PERFORM
           IF PER-Cerrado
               DISPLAY "ERROR: la fecha de negocio " WS-FechaHoy
                       " pertenece al periodo " PER-Periodo
                       ", que esta cerrado"
               DISPLAY "Lote de ajuste no generado; los conteos"
                       " quedan en ConteoFisico.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Generar lote de ajuste (S/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Confirma
               MOVE CT-Sucursal(WS-SubConteo) TO WS-DetSucursal
               MOVE ZERO TO WS-DetDestino
               MOVE ZERO TO WS-DetCliente
      *        Motivo CF: el ajuste del conteo no lleva serie, la
      *        edicion no se la exige a un articulo serializado.
               MOVE "CF" TO WS-DetMotivo
               MOVE ZERO TO WS-DetOrden
               WRITE LoteRegistro FROM WS-DetalleReg
               ADD 1 TO WS-CantDetalles
               ADD WS-DifAbsoluta TO WS-UnidadesLote
           END-IF.

       COPY "spoolproc.cpy".
       COPY "perproc.cpy".
       END PROGRAM GADGET-AJUSTE.
