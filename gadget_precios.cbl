      * Purpose: Actualizacion masiva de precios del stock master de
      *          GadgetShop (GADGETSTK). Los cambios llegan de casa
      *          central como "electronica sube 8% desde el lunes" y
      *          hasta ahora alguien editaba el Price de cada articulo a
      *          mano. El programa toma una categoria (la misma
      *          GadgetCategory de los subtotales del valorizado) o una
      *          lista explicita de GadgetIDs, y un porcentaje de
      *          aumento/rebaja o un precio fijo nuevo; el ajuste queda
      *          propuesto con su vista previa y, cuando otro operador
      *          de nivel 3 lo aprueba, se aplica sobre todo el master y
      *          deja en PreciosReporte.txt el antes/despues de cada
      *          articulo con la variacion de valorizacion y el total
      *          general de la revalorizacion. Todos los redondeos van
      *          con ROUNDED al centavo, para que el proximo valorizado
      *          no sorprenda a contaduria.
      * Type: cbl
      *
      *                 nombre fijo se sigue pisando en cada corrida,
      *                 pero la copia del dia queda; consulta y
      *                 depuracion con reporte_spool.cbl.
      *   15/10/26 MA - Doble control: el ajuste se propone con su vista
      *                 previa (sin backup, REWRITE ni journal) y queda
      *                 en CambiosPendientes.dat (CAMBIO.CPY,
      *                 CMBPROC.CPY); se aplica recien cuando otro
      *                 operador de nivel 3 lo revisa sobre el master
      *                 actual y lo aprueba. Quien propuso no puede
      *                 aprobar ni rechazar; el journal lleva al
      *                 operador que aprobo.
      *   15/10/26 MA - El nivel minimo de ingreso lo controla
      *                 SIGNPROC.CPY, que deja cada ingreso, otorgado o
      *                 rechazado, en Ingresos.dat.
      *   15/10/26 MA - La lista de propuestas pendientes (CMBPROC.CPY)
      *                 solo ocupa lugar con las abiertas; si aun asi
      *                 no entran todas, se avisa cuantas faltan.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-PRECIOS.
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
           FILE STATUS IS SPL-Status.
           SELECT CambioFile
           ASSIGN TO "CambiosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMB-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
           COPY "jrnlrec.cpy".
       FD OperFile.
           COPY "operrec.cpy".
       FD SignLogFile.
           COPY "signlog.cpy".
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD CambioFile.
           COPY "cambio.cpy".
       WORKING-STORAGE SECTION.
       77 WS-StockFilePath    PIC X(200).
       77 WS-StockStatus      PIC XX.
       77 WS-LINE             PIC X(55) VALUE ALL "-".
       01 WS-Operacion        PIC X.
           88 OPER-PROPONER   VALUE "1".
           88 OPER-REVISAR    VALUE "2".
      *    Vista previa: recorre el master sin backup, sin REWRITE y
      *    sin journal; aplicar: solo una propuesta aprobada.
       01 WS-Modo             PIC X.
           88 MODO-VISTA      VALUE "V".
           88 MODO-APLICAR    VALUE "A".
       01 WS-Criterio         PIC X.
           88 CRIT-CATEGORIA  VALUE "1".
           88 CRIT-LISTA      VALUE "2".
       01 WS-EditPrecioNvo    PIC Z.ZZ9,99.
       01 WS-EditValor        PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EditDif          PIC --.---.--9,99.
       01 WS-EditPorc         PIC ZZ9,99.
       77 WS-PtrResumen       PIC 9(3).
       01 WS-Decision         PIC X.
      *    Detalle de la propuesta en la cola de cambios
      *    (CB-Detalle de CAMBIO.CPY): alcance y ajuste tal como se
      *    ingresaron.
       01 WS-Propuesta.
           03 PP-Criterio      PIC X.
           03 PP-Categoria     PIC X(15).
           03 PP-TipoAjuste    PIC X.
           03 PP-Sentido       PIC X.
           03 PP-Porcentaje    PIC 9(3)V99.
           03 PP-PrecioFijo    PIC 9(4)V99.
           03 PP-CantLista     PIC 9(3).
           03 PP-Lista         PIC 9(6) OCCURS 100 TIMES.
       COPY "spoolwork.cpy".
       COPY "signwork.cpy".
       COPY "jrnlwork.cpy".
       COPY "bkpwork.cpy".
       COPY "cmbwork.cpy".
       PROCEDURE DIVISION.
       Main.
           MOVE "GADGET-PRECIOS" TO SGN-Programa
           MOVE 3 TO SGN-NivelMinimo
           PERFORM SIGNON-PERFORM
           MOVE SGN-Usuario TO JRN-Operador
           MOVE SGN-Usuario TO CMB-Usuario
           MOVE "P" TO CMB-Tipo
           MOVE SPACES TO WS-StockFilePath
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           DISPLAY "Operacion (1 proponer ajuste / 2 revisar"
                   " pendientes): " WITH NO ADVANCING
           ACCEPT WS-Operacion
           EVALUATE TRUE
               WHEN OPER-PROPONER
                   PERFORM PROPONER-PERFORM
               WHEN OPER-REVISAR
                   PERFORM REVISAR-PERFORM
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE
           STOP RUN.

      *    El ajuste no se aplica al proponerlo: se muestra la vista
      *    previa y queda en CambiosPendientes.dat hasta que otro
      *    operador de nivel 3 lo apruebe.
       PROPONER-PERFORM.
           DISPLAY "Alcance (1 categoria / 2 lista de articulos): "
               WITH NO ADVANCING
           ACCEPT WS-Criterio
                   DISPLAY "Opcion invalida"
                   STOP RUN
           END-EVALUATE
           SET MODO-VISTA TO TRUE
           PERFORM ACTUALIZAR-PRECIOS-PERFORM
           PERFORM RESUMEN-PERFORM
           PERFORM GUARDAR-PROPUESTA-PERFORM
           MOVE WS-Propuesta TO CMB-Detalle
           PERFORM ARMAR-RESUMEN-PERFORM
           PERFORM PROPONER-CAMBIO-PERFORM
           DISPLAY "PROPUESTA NRO " CMB-Numero " REGISTRADA: SE"
                   " APLICA CUANDO LA APRUEBE OTRO OPERADOR DE"
                   " NIVEL 3".

      *    Lista las propuestas pendientes; la elegida se vuelve a
      *    calcular sobre el master actual y se muestra antes de
      *    aprobarla o rechazarla. Quien la propuso no puede
      *    resolverla. La aprobacion se graba en la cola antes de
      *    tocar el master.
       REVISAR-PERFORM.
           PERFORM CARGAR-PENDIENTES-PERFORM
           IF CMB-CantPend = ZERO
               DISPLAY "No hay ajustes de precios pendientes"
               STOP RUN
           END-IF
           DISPLAY "AJUSTES DE PRECIOS PENDIENTES"
           PERFORM VARYING CMB-SubPend FROM 1 BY 1
               UNTIL CMB-SubPend > CMB-CantPend
               DISPLAY CMB-PendNumero(CMB-SubPend) " "
                       CMB-PendFecha(CMB-SubPend) " "
                       CMB-PendUsuario(CMB-SubPend) " "
                       CMB-PendResumen(CMB-SubPend)
           END-PERFORM
           IF CMB-Omitidas > ZERO
               DISPLAY "AVISO: " CMB-Omitidas " propuestas pendientes"
                       " mas sin listar (tabla llena)"
           END-IF
           DISPLAY "Numero de propuesta (000000 = ninguna): "
               WITH NO ADVANCING
           ACCEPT CMB-Numero
           IF CMB-Numero = ZERO
               STOP RUN
           END-IF
           PERFORM BUSCAR-CAMBIO-PERFORM
           IF NOT CMB-EstPendiente
               DISPLAY "No hay una propuesta pendiente con ese numero"
               STOP RUN
           END-IF
           IF CMB-Propuso = CMB-Usuario
               DISPLAY "No puede aprobar ni rechazar su propia"
                       " propuesta"
               STOP RUN
           END-IF
           MOVE CMB-Detalle TO WS-Propuesta
           PERFORM RESTAURAR-PROPUESTA-PERFORM
           DISPLAY "Propuesta " CMB-Numero " de " CMB-Propuso
                   " del " CMB-FechaProp ": " CMB-Resumen
           SET MODO-VISTA TO TRUE
           PERFORM ACTUALIZAR-PRECIOS-PERFORM
           PERFORM RESUMEN-PERFORM
           DISPLAY "A aprueba / R rechaza / otra tecla sale: "
               WITH NO ADVANCING
           ACCEPT WS-Decision
           MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
           MOVE WS-Decision TO CMB-Evento
           MOVE SPACES TO CMB-Motivo
           IF CMB-Rechazar
               DISPLAY "Motivo del rechazo: " WITH NO ADVANCING
               ACCEPT CMB-Motivo
           END-IF
           IF NOT CMB-Aprobar AND NOT CMB-Rechazar
               DISPLAY "Sin decision, la propuesta sigue pendiente"
               STOP RUN
           END-IF
           PERFORM RESOLVER-CAMBIO-PERFORM
           EVALUATE TRUE
               WHEN CMB-NoPendiente
                   DISPLAY "La propuesta ya fue resuelta por otro"
                           " operador"
               WHEN CMB-PropiaPropuesta
                   DISPLAY "No puede aprobar ni rechazar su propia"
                           " propuesta"
               WHEN CMB-Aprobar
                   PERFORM INICIAR-TOTALES-PERFORM
                   SET MODO-APLICAR TO TRUE
                   PERFORM ACTUALIZAR-PRECIOS-PERFORM
                   PERFORM RESUMEN-PERFORM
               WHEN OTHER
                   DISPLAY "Propuesta " CMB-Numero " rechazada"
           END-EVALUATE.

       GUARDAR-PROPUESTA-PERFORM.
           MOVE SPACES TO WS-Propuesta
           MOVE WS-Criterio         TO PP-Criterio
           MOVE WS-CategoriaBuscada TO PP-Categoria
           MOVE WS-TipoAjuste       TO PP-TipoAjuste
           MOVE WS-SentidoAjuste    TO PP-Sentido
           MOVE ZERO TO PP-Porcentaje
           MOVE ZERO TO PP-PrecioFijo
           IF AJUSTE-PORCENTAJE
               MOVE WS-Porcentaje TO PP-Porcentaje
           ELSE
               MOVE WS-PrecioFijo TO PP-PrecioFijo
           END-IF
           MOVE WS-CantLista TO PP-CantLista
           PERFORM VARYING WS-SubLista FROM 1 BY 1
               UNTIL WS-SubLista > 100
               IF WS-SubLista > WS-CantLista
                   MOVE ZERO TO PP-Lista(WS-SubLista)
               ELSE
                   MOVE LS-GadgetID(WS-SubLista)
                       TO PP-Lista(WS-SubLista)
               END-IF
           END-PERFORM.

       RESTAURAR-PROPUESTA-PERFORM.
           MOVE PP-Criterio   TO WS-Criterio
           MOVE PP-Categoria  TO WS-CategoriaBuscada
           MOVE PP-TipoAjuste TO WS-TipoAjuste
           MOVE PP-Sentido    TO WS-SentidoAjuste
           MOVE PP-Porcentaje TO WS-Porcentaje
           MOVE PP-PrecioFijo TO WS-PrecioFijo
           MOVE PP-CantLista  TO WS-CantLista
           PERFORM VARYING WS-SubLista FROM 1 BY 1
               UNTIL WS-SubLista > WS-CantLista
               MOVE PP-Lista(WS-SubLista) TO LS-GadgetID(WS-SubLista)
           END-PERFORM.

       ARMAR-RESUMEN-PERFORM.
           MOVE SPACES TO CMB-Resumen
           MOVE 1 TO WS-PtrResumen
           IF CRIT-CATEGORIA
               STRING "Categoria " DELIMITED BY SIZE
                      WS-CategoriaBuscada DELIMITED BY SPACE
                   INTO CMB-Resumen WITH POINTER WS-PtrResumen
           ELSE
               STRING "Lista de " WS-CantLista " articulos"
                   DELIMITED BY SIZE
                   INTO CMB-Resumen WITH POINTER WS-PtrResumen
           END-IF
           EVALUATE TRUE
               WHEN AJUSTE-PRECIO-FIJO
                   MOVE WS-PrecioFijo TO WS-EditPrecio
                   STRING ", precio fijo $ " WS-EditPrecio
                       DELIMITED BY SIZE
                       INTO CMB-Resumen WITH POINTER WS-PtrResumen
               WHEN AJUSTE-AUMENTO
                   MOVE WS-Porcentaje TO WS-EditPorc
                   STRING ", aumento " WS-EditPorc "%"
                       DELIMITED BY SIZE
                       INTO CMB-Resumen WITH POINTER WS-PtrResumen
               WHEN OTHER
                   MOVE WS-Porcentaje TO WS-EditPorc
                   STRING ", rebaja " WS-EditPorc "%"
                       DELIMITED BY SIZE
                       INTO CMB-Resumen WITH POINTER WS-PtrResumen
           END-EVALUATE.

       INICIAR-TOTALES-PERFORM.
           MOVE ZERO TO WS-ValorAntes
           MOVE ZERO TO WS-ValorDespues
           MOVE ZERO TO WS-DifTotal
           MOVE ZERO TO WS-CantCambiados
           MOVE ZERO TO WS-CantDesbordes
           MOVE ZERO TO SPL-Lineas.

       CARGAR-LISTA-PERFORM.
           DISPLAY "GadgetIDs a ajustar, de a uno"
      *    Con el master indexado el ajuste es un REWRITE en el
      *    lugar de cada articulo alcanzado, con bloqueo de
      *    registro; desaparece el esquema .new + mv.
      *    En vista previa el master se abre INPUT y solo se arma el
      *    reporte: sin backup, sin REWRITE ni journal y sin archivar
      *    en el spool.
       ACTUALIZAR-PRECIOS-PERFORM.
           IF MODO-APLICAR
               MOVE WS-StockFilePath TO BKP-Archivo
               PERFORM GEN-BACKUP-PERFORM
               OPEN I-O StockFile
           ELSE
               OPEN INPUT StockFile
           END-IF
           IF WS-StockStatus = "35"
               DISPLAY "No existe el stock master"
               STOP RUN
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           IF MODO-APLICAR
               STRING "ACTUALIZACION MASIVA DE PRECIOS - PROPUESTA "
                      CMB-Numero " DE " CMB-Propuso
                      " APROBADA POR " CMB-Usuario
                   DELIMITED BY SIZE INTO RptLinea
           ELSE
               MOVE "VISTA PREVIA DE AJUSTE DE PRECIOS (SIN APLICAR)"
                   TO RptLinea
           END-IF
           WRITE RptLinea
           ADD 1 TO SPL-Lineas
           MOVE "Articulo | Descripcion | Precio ant. | Precio nvo."
                   MOVE GadgetKey TO JRN-Clave
                   MOVE GadgetDetails TO JRN-Antes
                   PERFORM AJUSTAR-PRECIO-PERFORM
                   IF MODO-APLICAR
                       REWRITE GadgetDetails
                       MOVE GadgetDetails TO JRN-Despues
                       MOVE "M" TO JRN-Operacion
                       PERFORM GRABAR-JOURNAL-PERFORM
                   END-IF
               END-IF
               READ StockFile NEXT
                   AT END SET EndOfStockFile TO TRUE
           ADD 1 TO SPL-Lineas
           PERFORM TOTALES-REPORTE-PERFORM
           CLOSE ReporteFile
           IF MODO-APLICAR
               MOVE "PreciosReporte"     TO SPL-Reporte
               MOVE "PreciosReporte.txt" TO SPL-Origen
               MOVE "GADGET-PRECIOS"     TO SPL-Programa
               PERFORM SPOOL-REPORTE-PERFORM
           END-IF.

       EVALUAR-ALCANCE-PERFORM.
           MOVE "N" TO WS-Aplica
           END-IF.

       RESUMEN-PERFORM.
           IF MODO-APLICAR
               DISPLAY "ACTUALIZACION DE PRECIOS TERMINADA"
           ELSE
               DISPLAY "VISTA PREVIA DEL AJUSTE (SIN APLICAR)"
           END-IF
           DISPLAY "Articulos ajustados: " WS-CantCambiados
           MOVE WS-DifTotal TO WS-EditDif
           DISPLAY "Revalorizacion total: $ " WS-EditDif
       COPY "signproc.cpy".
       COPY "jrnlproc.cpy".
       COPY "bkpproc.cpy".
       COPY "cmbproc.cpy".
       END PROGRAM GADGET-PRECIOS.
