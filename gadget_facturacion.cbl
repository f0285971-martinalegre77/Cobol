      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Emision de las facturas de venta de GadgetShop a
      *          partir de las ventas S del lote aplicado en la fecha
      *          de negocio (GadgetKardex.dat, KARDEXREC.CPY): una
      *          factura por sucursal y cliente, con una linea por
      *          venta al precio unitario del kardex y el IVA de la
      *          categoria del articulo (IvaCategorias.dat, tasa
      *          general IVA-TASA si no tiene registro). Las facturas
      *          quedan en GadgetFacturas.dat (FACTURA.CPY) y se
      *          imprimen en Facturas.txt, que va al spool, con la
      *          base y el impuesto por tasa de cada una.
      *          La numeracion es correlativa por sucursal y sale
      *          del mismo GadgetFacturas.dat (ultimo numero grabado
      *          mas uno); una sucursal y cliente ya facturados en
      *          la fecha no se vuelven a facturar, de modo que una
      *          segunda corrida del mismo dia (relanzamiento con la
      *          guarda de fecha de negocio) solo emite lo que falte,
      *          sin repetir ni saltear numeros. La fecha a facturar
      *          se puede forzar con la variable FACTURA_FECHA
      *          (AAAAMMDD) para completar un dia anterior.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-FACTURACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KardexFile
           ASSIGN TO "GadgetKardex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KardexStatus.
           SELECT FacturaFile
           ASSIGN TO "GadgetFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FacturaStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-StockStatus.
           SELECT CliFile
           ASSIGN TO "GadgetCli.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CliStatus.
           SELECT ParamFile
           ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT IvaFile
           ASSIGN TO "IvaCategorias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IvaStatus.
           SELECT ReporteFile
           ASSIGN TO "Facturas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CatalogFile
           ASSIGN TO "ReporteCatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPL-Status.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KardexFile.
           COPY "kardexrec.cpy".
       FD FacturaFile.
           COPY "factura.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD CliFile.
       01 CliDetails.
           88 EndOfCliFile   VALUE HIGH-VALUE.
           02 CliCodigo      PIC 9(4).
           02 CliNombre      PIC X(30).
           02 CliContacto    PIC X(40).
           02 CliLimite      PIC 9(7)V99.
       FD ParamFile.
           COPY "paramrec.cpy".
       FD IvaFile.
           COPY "ivacat.cpy".
       FD ReporteFile.
       01 RptLinea          PIC X(100).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-KardexStatus   PIC XX.
       77 WS-FacturaStatus  PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200) VALUE SPACES.
       77 WS-CliStatus      PIC XX.
       77 WS-ParamStatus    PIC XX.
       77 WS-IvaStatus      PIC XX.
       77 WS-FechaNegStatus PIC XX.
       77 WS-FechaHoy       PIC 9(8).
       77 WS-LINE           PIC X(78) VALUE ALL "-".
       01 WS-FechaX         PIC X(8) VALUE SPACES.
       01 WS-FechaFactura REDEFINES WS-FechaX PIC 9(8).
       01 WS-FinArchivo     PIC X VALUE "N".
           88 FinArchivo    VALUE "S".
      *    Tasa general y tabla de tasas por categoria vigentes a la
      *    fecha facturada (mismo criterio que gadgetshop.cbl).
       77 WS-IVA-Tasa       PIC 9V99 VALUE 0,21.
       77 WS-ParamVigIva    PIC 9(8) VALUE ZERO.
       77 WS-CantIvaCat     PIC 9(2) VALUE ZERO.
       77 WS-SubIvaCat      PIC 9(2).
       01 TABLA-IVACAT.
           05 IVACAT-ITEM OCCURS 50 TIMES.
               10 GI-Categoria   PIC X(15).
               10 GI-Tasa        PIC 9V99.
               10 GI-Vigencia    PIC 9(8).
       01 WS-IvaCatVista    PIC X.
      *    Ultimo numero emitido por sucursal en GadgetFacturas.dat.
       77 WS-CantNumeracion PIC 9(3) VALUE ZERO.
       77 WS-SubNumeracion  PIC 9(3).
       01 TABLA-NUMERACION.
           05 NUMERACION-ITEM OCCURS 100 TIMES.
               10 NU-Sucursal    PIC 9(3).
               10 NU-Ultimo      PIC 9(8).
       01 WS-SucursalVista  PIC X.
      *    Sucursal y cliente ya facturados en la fecha.
       77 WS-CantFacturados PIC 9(4) VALUE ZERO.
       77 WS-SubFacturado   PIC 9(4).
       01 TABLA-FACTURADOS.
           05 FACTURADO-ITEM OCCURS 1000 TIMES.
               10 FF-Sucursal    PIC 9(3).
               10 FF-Cliente     PIC 9(4).
       01 WS-YaFacturado    PIC X.
           88 YaFacturado   VALUE "S".
      *    Facturas a emitir (una por sucursal y cliente) y sus
      *    lineas, en el orden del kardex.
       77 WS-CantGrupos     PIC 9(4) VALUE ZERO.
       77 WS-SubGrupo       PIC 9(4).
       01 TABLA-GRUPOS.
           05 GRUPO-ITEM OCCURS 1000 TIMES.
               10 GR-Sucursal    PIC 9(3).
               10 GR-Cliente     PIC 9(4).
       01 WS-GrupoVisto     PIC X.
           88 GrupoVisto    VALUE "S".
       77 WS-CantLineas     PIC 9(4) VALUE ZERO.
       77 WS-SubLinea       PIC 9(4).
       01 TABLA-LINEAS.
           05 LINEA-ITEM OCCURS 5000 TIMES.
               10 LN-Grupo       PIC 9(4).
               10 LN-GadgetID    PIC 9(6).
               10 LN-Cantidad    PIC 9(4).
               10 LN-Precio      PIC 9(4)V99.
               10 LN-Tasa        PIC 9V99.
       01 WS-Desborde       PIC X VALUE "N".
           88 Desborde      VALUE "S".
       77 WS-VentasYaFacturadas PIC 9(6) VALUE ZERO.
      *    Nombres de clientes para la impresion.
       77 WS-CantClientes   PIC 9(4) VALUE ZERO.
       77 WS-SubCliente     PIC 9(4).
       01 TABLA-CLIENTES.
           05 CLIENTE-ITEM OCCURS 1000 TIMES.
               10 CL-Codigo      PIC 9(4).
               10 CL-Nombre      PIC X(30).
       77 WS-NombreCliente  PIC X(30).
      *    Base e impuesto por tasa de la factura en curso.
       77 WS-CantTasas      PIC 9(2).
       77 WS-SubTasa        PIC 9(2).
       01 TABLA-TASAS.
           05 TASA-ITEM OCCURS 10 TIMES.
               10 TF-Tasa        PIC 9V99.
               10 TF-Neto        PIC 9(9)V99.
               10 TF-Iva         PIC 9(9)V99.
       01 WS-TasaVista      PIC X.
       77 WS-NumeroFactura  PIC 9(8).
       77 WS-NroLinea       PIC 9(3).
       77 WS-TotalFactura   PIC 9(9)V99.
       77 WS-CantEmitidas   PIC 9(6) VALUE ZERO.
       77 WS-ImporteEmitido PIC 9(11)V99 VALUE ZERO.
       01 WS-LineaDetalle.
           03 FILLER        PIC X(2) VALUE SPACES.
           03 LD-GadgetID   PIC 9(6).
           03 FILLER        PIC X VALUE SPACE.
           03 LD-Nombre     PIC X(30).
           03 LD-Cantidad   PIC ZZZ9.
           03 LD-Precio     PIC ZZ.ZZ9,99.
           03 LD-Tasa       PIC Z9,99.
           03 LD-Neto       PIC Z.ZZZ.ZZ9,99.
           03 LD-Iva        PIC Z.ZZZ.ZZ9,99.
       01 WS-LineaTasa.
           03 FILLER        PIC X(10) VALUE SPACES.
           03 FILLER        PIC X(16) VALUE "Base gravada al ".
           03 LT-Tasa       PIC Z9,99.
           03 FILLER        PIC X(4) VALUE " % :".
           03 LT-Neto       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER        PIC X(7) VALUE "  IVA: ".
           03 LT-Iva        PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LineaTotal.
           03 FILLER        PIC X(10) VALUE SPACES.
           03 FILLER        PIC X(24) VALUE "TOTAL FACTURA.........:".
           03 LF-Total      PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TasaPorc       PIC 99V99.
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-FechaX FROM ENVIRONMENT "FACTURA_FECHA"
           IF WS-FechaX = SPACES
               MOVE WS-FechaHoy TO WS-FechaFactura
           END-IF
           IF WS-FechaX NOT NUMERIC
               DISPLAY "ERROR: fecha invalida en FACTURA_FECHA: "
                       WS-FechaX " (AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           PERFORM CARGAR-IVA-PERFORM
           PERFORM CARGAR-CLIENTES-PERFORM
           PERFORM CARGAR-FACTURADAS-PERFORM
           PERFORM CARGAR-VENTAS-PERFORM
      *    Una tabla desbordada no emite nada: mejor ningun numero
      *    que facturas a medias.
           IF Desborde
               DISPLAY "ERROR: demasiadas ventas en la fecha "
                       WS-FechaFactura "; no se emitio ninguna"
                       " factura"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReporteFile
           MOVE SPACES TO RptLinea
           STRING "FACTURAS DE VENTA EMITIDAS - FECHA " WS-FechaFactura
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE WS-LINE TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           IF WS-CantGrupos > ZERO
               OPEN EXTEND FacturaFile
               IF WS-FacturaStatus = "35"
                   OPEN OUTPUT FacturaFile
               END-IF
               OPEN INPUT StockFile
               PERFORM VARYING WS-SubGrupo FROM 1 BY 1
                   UNTIL WS-SubGrupo > WS-CantGrupos
                   PERFORM EMITIR-FACTURA-PERFORM
               END-PERFORM
               CLOSE StockFile
               CLOSE FacturaFile
           END-IF
           MOVE SPACES TO RptLinea
           STRING "Facturas emitidas: " WS-CantEmitidas
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           CLOSE ReporteFile
           MOVE "Facturas"          TO SPL-Reporte
           MOVE "Facturas.txt"      TO SPL-Origen
           MOVE "GADGET-FACTURAC"   TO SPL-Programa
           MOVE WS-FechaFactura     TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM
           DISPLAY "FACTURACION DEL " WS-FechaFactura
           DISPLAY "Facturas emitidas.......: " WS-CantEmitidas
           DISPLAY "Importe facturado c/IVA.: " WS-ImporteEmitido
           PERFORM VARYING WS-SubNumeracion FROM 1 BY 1
               UNTIL WS-SubNumeracion > WS-CantNumeracion
               DISPLAY "  Sucursal " NU-Sucursal(WS-SubNumeracion)
                       " ultimo numero " NU-Ultimo(WS-SubNumeracion)
           END-PERFORM
           IF WS-VentasYaFacturadas > ZERO
               DISPLAY "Ventas ya facturadas en una corrida anterior"
                       ": " WS-VentasYaFacturadas " (no se repiten)"
           END-IF
           STOP RUN.

      *    Sin FechaNegocio.dat, fecha del sistema.
       LEER-FECHA-NEGOCIO-PERFORM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FechaHoy
           OPEN INPUT FechaNegFile
           IF WS-FechaNegStatus = "35"
               CONTINUE
           ELSE
               READ FechaNegFile
                   AT END CONTINUE
                   NOT AT END MOVE FN-Fecha TO WS-FechaHoy
               END-READ
               CLOSE FechaNegFile
           END-IF.

      *    Tasa general vigente y tabla de tasas por categoria a la
      *    fecha facturada.
       CARGAR-IVA-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT ParamFile
           IF WS-ParamStatus = "35"
               CONTINUE
           ELSE
               READ ParamFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF PRM-Clave = "IVA-TASA"
                       AND PRM-FechaVigencia <= WS-FechaFactura
                       AND PRM-FechaVigencia >= WS-ParamVigIva
                       MOVE PRM-Valor TO WS-IVA-Tasa
                       MOVE PRM-FechaVigencia TO WS-ParamVigIva
                   END-IF
                   READ ParamFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParamFile
           END-IF
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT IvaFile
           IF WS-IvaStatus = "35"
               CONTINUE
           ELSE
               READ IvaFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF IV-FechaVigencia <= WS-FechaFactura
                       PERFORM GUARDAR-IVACAT-PERFORM
                   END-IF
                   READ IvaFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IvaFile
           END-IF.

       GUARDAR-IVACAT-PERFORM.
           MOVE "N" TO WS-IvaCatVista
           PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
               UNTIL WS-SubIvaCat > WS-CantIvaCat
               IF GI-Categoria(WS-SubIvaCat) = IV-Categoria
                   MOVE "S" TO WS-IvaCatVista
                   IF IV-FechaVigencia >= GI-Vigencia(WS-SubIvaCat)
                       MOVE IV-Tasa TO GI-Tasa(WS-SubIvaCat)
                       MOVE IV-FechaVigencia
                           TO GI-Vigencia(WS-SubIvaCat)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IvaCatVista = "N" AND WS-CantIvaCat < 50
               ADD 1 TO WS-CantIvaCat
               MOVE IV-Categoria TO GI-Categoria(WS-CantIvaCat)
               MOVE IV-Tasa      TO GI-Tasa(WS-CantIvaCat)
               MOVE IV-FechaVigencia TO GI-Vigencia(WS-CantIvaCat)
           END-IF.

       CARGAR-CLIENTES-PERFORM.
           OPEN INPUT CliFile
           IF WS-CliStatus = "35"
               CONTINUE
           ELSE
               READ CliFile
                   AT END SET EndOfCliFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfCliFile
                   IF WS-CantClientes < 1000
                       ADD 1 TO WS-CantClientes
                       MOVE CliCodigo TO CL-Codigo(WS-CantClientes)
                       MOVE CliNombre TO CL-Nombre(WS-CantClientes)
                   END-IF
                   READ CliFile
                       AT END SET EndOfCliFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CliFile
           END-IF.

      *    Ultimo numero por sucursal y, de la fecha a facturar, las
      *    sucursales y clientes que ya tienen factura.
       CARGAR-FACTURADAS-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT FacturaFile
           IF WS-FacturaStatus = "35"
               CONTINUE
           ELSE
               READ FacturaFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   PERFORM BUSCAR-NUMERACION-PERFORM
                   IF FC-Numero > NU-Ultimo(WS-SubNumeracion)
                       MOVE FC-Numero TO NU-Ultimo(WS-SubNumeracion)
                   END-IF
                   IF FC-Fecha = WS-FechaFactura
                       PERFORM MARCAR-FACTURADO-PERFORM
                   END-IF
                   READ FacturaFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FacturaFile
           END-IF.

      *    Deja WS-SubNumeracion en la sucursal de FC-Sucursal; una
      *    sucursal nueva entra con ultimo numero cero.
       BUSCAR-NUMERACION-PERFORM.
           MOVE "N" TO WS-SucursalVista
           PERFORM VARYING WS-SubNumeracion FROM 1 BY 1
               UNTIL WS-SubNumeracion > WS-CantNumeracion
               OR WS-SucursalVista = "S"
               IF NU-Sucursal(WS-SubNumeracion) = FC-Sucursal
                   MOVE "S" TO WS-SucursalVista
               END-IF
           END-PERFORM
           IF WS-SucursalVista = "S"
               SUBTRACT 1 FROM WS-SubNumeracion
           ELSE
               IF WS-CantNumeracion < 100
                   ADD 1 TO WS-CantNumeracion
               ELSE
                   SET Desborde TO TRUE
               END-IF
               MOVE WS-CantNumeracion TO WS-SubNumeracion
               MOVE FC-Sucursal TO NU-Sucursal(WS-SubNumeracion)
               MOVE ZERO TO NU-Ultimo(WS-SubNumeracion)
           END-IF.

       MARCAR-FACTURADO-PERFORM.
           PERFORM BUSCAR-FACTURADO-PERFORM
           IF NOT YaFacturado
               IF WS-CantFacturados < 1000
                   ADD 1 TO WS-CantFacturados
                   MOVE FC-Sucursal TO FF-Sucursal(WS-CantFacturados)
                   MOVE FC-Cliente  TO FF-Cliente(WS-CantFacturados)
               ELSE
                   SET Desborde TO TRUE
               END-IF
           END-IF.

       BUSCAR-FACTURADO-PERFORM.
           MOVE "N" TO WS-YaFacturado
           PERFORM VARYING WS-SubFacturado FROM 1 BY 1
               UNTIL WS-SubFacturado > WS-CantFacturados
               IF FF-Sucursal(WS-SubFacturado) = FC-Sucursal
                   AND FF-Cliente(WS-SubFacturado) = FC-Cliente
                   SET YaFacturado TO TRUE
               END-IF
           END-PERFORM.

      *    Ventas S de la fecha, agrupadas por sucursal y cliente; lo
      *    ya facturado en una corrida anterior se saltea entero.
       CARGAR-VENTAS-PERFORM.
           MOVE "N" TO WS-FinArchivo
           OPEN INPUT KardexFile
           IF WS-KardexStatus = "35"
               CONTINUE
           ELSE
               READ KardexFile
                   AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF KX-Venta AND KX-Fecha = WS-FechaFactura
                       AND KX-Cantidad > ZERO
                       MOVE KX-Sucursal TO FC-Sucursal
                       MOVE KX-Cliente  TO FC-Cliente
                       PERFORM BUSCAR-FACTURADO-PERFORM
                       IF YaFacturado
                           ADD 1 TO WS-VentasYaFacturadas
                       ELSE
                           PERFORM AGREGAR-LINEA-PERFORM
                       END-IF
                   END-IF
                   READ KardexFile
                       AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KardexFile
           END-IF.

       AGREGAR-LINEA-PERFORM.
           MOVE "N" TO WS-GrupoVisto
           PERFORM VARYING WS-SubGrupo FROM 1 BY 1
               UNTIL WS-SubGrupo > WS-CantGrupos OR GrupoVisto
               IF GR-Sucursal(WS-SubGrupo) = KX-Sucursal
                   AND GR-Cliente(WS-SubGrupo) = KX-Cliente
                   SET GrupoVisto TO TRUE
               END-IF
           END-PERFORM
           IF GrupoVisto
               SUBTRACT 1 FROM WS-SubGrupo
           ELSE
               IF WS-CantGrupos < 1000
                   ADD 1 TO WS-CantGrupos
                   MOVE WS-CantGrupos TO WS-SubGrupo
                   MOVE KX-Sucursal TO GR-Sucursal(WS-SubGrupo)
                   MOVE KX-Cliente  TO GR-Cliente(WS-SubGrupo)
               ELSE
                   SET Desborde TO TRUE
               END-IF
           END-IF
           IF WS-CantLineas < 5000
               ADD 1 TO WS-CantLineas
               MOVE WS-SubGrupo       TO LN-Grupo(WS-CantLineas)
               MOVE KX-GadgetID       TO LN-GadgetID(WS-CantLineas)
               MOVE KX-Cantidad       TO LN-Cantidad(WS-CantLineas)
               MOVE KX-PrecioUnitario TO LN-Precio(WS-CantLineas)
           ELSE
               SET Desborde TO TRUE
           END-IF.

      *    Numera la factura con el siguiente de su sucursal, graba
      *    sus lineas y la imprime con la base y el impuesto por
      *    tasa.
       EMITIR-FACTURA-PERFORM.
           MOVE GR-Sucursal(WS-SubGrupo) TO FC-Sucursal
           PERFORM BUSCAR-NUMERACION-PERFORM
           ADD 1 TO NU-Ultimo(WS-SubNumeracion)
           MOVE NU-Ultimo(WS-SubNumeracion) TO WS-NumeroFactura
           MOVE "Consumidor final" TO WS-NombreCliente
           IF GR-Cliente(WS-SubGrupo) NOT = ZERO
               MOVE "(inexistente)" TO WS-NombreCliente
               PERFORM VARYING WS-SubCliente FROM 1 BY 1
                   UNTIL WS-SubCliente > WS-CantClientes
                   IF CL-Codigo(WS-SubCliente)
                       = GR-Cliente(WS-SubGrupo)
                       MOVE CL-Nombre(WS-SubCliente)
                           TO WS-NombreCliente
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RptLinea
           STRING "FACTURA " GR-Sucursal(WS-SubGrupo) "-"
                  WS-NumeroFactura "  Fecha " WS-FechaFactura
                  "  Cliente " GR-Cliente(WS-SubGrupo) " "
                  WS-NombreCliente
               DELIMITED BY SIZE INTO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE "  Codigo Descripcion                   Cant"
               TO RptLinea
           MOVE "   Precio IVA%        Neto         IVA"
               TO RptLinea(44:)
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE ZERO TO WS-CantTasas
           MOVE ZERO TO WS-NroLinea
           MOVE ZERO TO WS-TotalFactura
           PERFORM VARYING WS-SubLinea FROM 1 BY 1
               UNTIL WS-SubLinea > WS-CantLineas
               IF LN-Grupo(WS-SubLinea) = WS-SubGrupo
                   PERFORM GRABAR-LINEA-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasas
               COMPUTE WS-TasaPorc = TF-Tasa(WS-SubTasa) * 100
               MOVE WS-TasaPorc           TO LT-Tasa
               MOVE TF-Neto(WS-SubTasa)   TO LT-Neto
               MOVE TF-Iva(WS-SubTasa)    TO LT-Iva
               MOVE WS-LineaTasa TO RptLinea
               PERFORM ESCRIBIR-LINEA-PERFORM
           END-PERFORM
           MOVE WS-TotalFactura TO LF-Total
           MOVE WS-LineaTotal TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           MOVE SPACES TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM
           ADD 1 TO WS-CantEmitidas
           ADD WS-TotalFactura TO WS-ImporteEmitido.

      *    Tasa de la categoria del articulo (READ por clave en el
      *    master); sin articulo o sin registro de la categoria, la
      *    general.
       GRABAR-LINEA-PERFORM.
           ADD 1 TO WS-NroLinea
           MOVE WS-IVA-Tasa TO FC-Tasa
           MOVE SPACES TO LD-Nombre
           MOVE LN-GadgetID(WS-SubLinea) TO GadgetID
           MOVE GR-Sucursal(WS-SubGrupo) TO GadgetSucursal
           READ StockFile
               INVALID KEY
                   MOVE "(sin articulo en master)" TO LD-Nombre
               NOT INVALID KEY
                   MOVE GadgetName TO LD-Nombre
                   PERFORM VARYING WS-SubIvaCat FROM 1 BY 1
                       UNTIL WS-SubIvaCat > WS-CantIvaCat
                       IF GI-Categoria(WS-SubIvaCat) = GadgetCategory
                           MOVE GI-Tasa(WS-SubIvaCat) TO FC-Tasa
                       END-IF
                   END-PERFORM
           END-READ
           MOVE GR-Sucursal(WS-SubGrupo)  TO FC-Sucursal
           MOVE WS-NumeroFactura          TO FC-Numero
           MOVE WS-FechaFactura           TO FC-Fecha
           MOVE GR-Cliente(WS-SubGrupo)   TO FC-Cliente
           MOVE WS-NroLinea               TO FC-Linea
           MOVE LN-GadgetID(WS-SubLinea)  TO FC-GadgetID
           MOVE LN-Cantidad(WS-SubLinea)  TO FC-Cantidad
           MOVE LN-Precio(WS-SubLinea)    TO FC-PrecioUnitario
           COMPUTE FC-Neto ROUNDED = FC-Cantidad * FC-PrecioUnitario
           COMPUTE FC-Iva ROUNDED = FC-Neto * FC-Tasa
           WRITE FacturaRecord
           ADD FC-Neto TO WS-TotalFactura
           ADD FC-Iva  TO WS-TotalFactura
           MOVE "N" TO WS-TasaVista
           PERFORM VARYING WS-SubTasa FROM 1 BY 1
               UNTIL WS-SubTasa > WS-CantTasas
               IF TF-Tasa(WS-SubTasa) = FC-Tasa
                   MOVE "S" TO WS-TasaVista
                   ADD FC-Neto TO TF-Neto(WS-SubTasa)
                   ADD FC-Iva  TO TF-Iva(WS-SubTasa)
               END-IF
           END-PERFORM
           IF WS-TasaVista = "N" AND WS-CantTasas < 10
               ADD 1 TO WS-CantTasas
               MOVE FC-Tasa TO TF-Tasa(WS-CantTasas)
               MOVE FC-Neto TO TF-Neto(WS-CantTasas)
               MOVE FC-Iva  TO TF-Iva(WS-CantTasas)
           END-IF
           MOVE FC-GadgetID       TO LD-GadgetID
           MOVE FC-Cantidad       TO LD-Cantidad
           MOVE FC-PrecioUnitario TO LD-Precio
           COMPUTE WS-TasaPorc = FC-Tasa * 100
           MOVE WS-TasaPorc       TO LD-Tasa
           MOVE FC-Neto           TO LD-Neto
           MOVE FC-Iva            TO LD-Iva
           MOVE WS-LineaDetalle TO RptLinea
           PERFORM ESCRIBIR-LINEA-PERFORM.

       ESCRIBIR-LINEA-PERFORM.
           WRITE RptLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM GADGET-FACTURACION.
