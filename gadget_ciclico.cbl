      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Planificador del conteo ciclico de GadgetShop. El
      *          conteo fisico trimestral de todo el local cerraba la
      *          tienda un dia entero; con el conteo ciclico cada
      *          articulo y sucursal se cuenta segun su clase ABC
      *          (GadgetABC.dat, ver gadget_abc.cbl): los A una vez
      *          por mes, los B una vez por trimestre y los C una vez
      *          por anio, repartidos parejo en los dias habiles
      *          (lunes a sabado) del periodo. Para el dia habil
      *          siguiente a la fecha de negocio (o la fecha de la
      *          variable CICLICO_FECHA, AAAAMMDD) agrega los conteos
      *          que tocan a ConteoPlan.dat (CONTEOPLAN.CPY) y deja
      *          la lista de gondola en ConteoDia.txt, con los
      *          conteos de dias anteriores que siguen pendientes.
      *          gadget_conteo.cbl toma el plan como los conteos
      *          esperados del dia y el cumplimiento se informa con
      *          gadget_ciclico_cumpl.cbl. Una segunda corrida para
      *          la misma fecha no duplica el plan.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *   15/10/26 MA - La lista del dia entra al spool con la fecha
      *                 de negocio en que se emite (la distribucion
      *                 manda las de esa fecha); la fecha del plan
      *                 queda en el titulo.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GADGET-CICLICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AbcFile
           ASSIGN TO "GadgetABC.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-Clave
           FILE STATUS IS WS-AbcStatus.
           SELECT PlanFile
           ASSIGN TO "ConteoPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-Clave
           FILE STATUS IS WS-PlanStatus.
           SELECT StockFile
           ASSIGN TO DYNAMIC WS-StockFilePath
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GadgetKey
           FILE STATUS IS WS-StockStatus.
           SELECT ListaFile
           ASSIGN TO "ConteoDia.txt"
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
       FD AbcFile.
           COPY "abc.cpy".
       FD PlanFile.
           COPY "conteoplan.cpy".
       FD StockFile.
           COPY "gadgetstk.cpy".
       FD ListaFile.
       01 ListaLinea        PIC X(80).
       FD CatalogFile.
           COPY "rptcat.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       COPY "spoolwork.cpy".
       77 WS-AbcStatus      PIC XX.
       77 WS-PlanStatus     PIC XX.
       77 WS-StockStatus    PIC XX.
       77 WS-StockFilePath  PIC X(200).
       77 WS-FechaNegStatus PIC XX.
       77 WS-LINE           PIC X(79) VALUE ALL "-".
       77 WS-FechaHoy       PIC 9(8).
       01 WS-FechaX         PIC X(8) VALUE SPACES.
       01 WS-FechaPlan REDEFINES WS-FechaX PIC 9(8).
       77 WS-PlanInteger    PIC 9(8) COMP.
       77 WS-DiaSemana      PIC 9.
       77 WS-Cociente       PIC 9(8) COMP.
       01 WS-FinAbc         PIC X VALUE "N".
           88 FinAbc        VALUE "S".
       01 WS-FinPlan        PIC X VALUE "N".
           88 FinPlan       VALUE "S".
       01 WS-ModoLista      PIC X.
           88 ListaDelDia   VALUE "H".
           88 ListaAtrasos  VALUE "A".
       77 WS-EtiquetaClase  PIC X(22).
      *    Periodo de cada clase (1 = A mensual, 2 = B trimestral,
      *    3 = C anual): dias habiles del periodo, dia habil de la
      *    fecha planificada dentro del periodo, articulos de la
      *    clase y orden del articulo en curso.
       01 TABLA-CICLO.
           05 CICLO-ITEM OCCURS 3 TIMES.
               10 CI-Meses       PIC 9(2).
               10 CI-Desde       PIC 9(8).
               10 CI-Hasta       PIC 9(8).
               10 CI-Habiles     PIC 9(3).
               10 CI-DiaHabil    PIC 9(3).
               10 CI-Articulos   PIC 9(5).
               10 CI-Orden       PIC 9(5).
               10 CI-Programados PIC 9(5).
       77 WS-SubClase       PIC 9.
       77 WS-PerAnio        PIC 9(4).
       77 WS-PerMes         PIC 9(2).
       77 WS-IntDesde       PIC 9(8) COMP.
       77 WS-IntHasta       PIC 9(8) COMP.
       77 WS-IntDia         PIC 9(8) COMP.
       77 WS-Habiles        PIC 9(3).
       77 WS-DiaToca        PIC 9(5).
      *    Contadores de la corrida.
       77 WS-CantNuevos     PIC 9(5) VALUE ZERO.
       77 WS-CantExistian   PIC 9(5) VALUE ZERO.
       77 WS-CantAtrasados  PIC 9(5) VALUE ZERO.
       77 WS-CantSinMaster  PIC 9(5) VALUE ZERO.
       77 WS-NomArticulo    PIC X(30).
       01 WS-LineaLista.
           05 LL-Sucursal    PIC 9(3).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-GadgetID    PIC 9(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-Nombre      PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-Clase       PIC X.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 LL-Fecha       PIC 9(8).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 LL-Contado     PIC X(10) VALUE "__________".
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           ACCEPT WS-FechaX FROM ENVIRONMENT "CICLICO_FECHA"
           IF WS-FechaX = SPACES
               PERFORM DIA-SIGUIENTE-PERFORM
           END-IF
           IF WS-FechaX NOT NUMERIC
               DISPLAY "ERROR: fecha invalida en CICLICO_FECHA: "
                       WS-FechaX " (AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PlanInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaPlan)
           PERFORM DIA-SEMANA-PERFORM
           IF WS-DiaSemana = ZERO
               DISPLAY "ERROR: " WS-FechaPlan " es domingo, no es"
                       " dia habil de conteo"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-StockFilePath
           ACCEPT WS-StockFilePath FROM ENVIRONMENT "GADGETSTK"
           IF WS-StockFilePath = SPACES
               MOVE "GadgetStock.dat" TO WS-StockFilePath
           END-IF
           OPEN INPUT AbcFile
           IF WS-AbcStatus NOT = "00"
               DISPLAY "No existe la clasificacion ABC"
                       " (GadgetABC.dat): correr gadget_abc"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PLAN DE CONTEO CICLICO PARA EL " WS-FechaPlan
                   " (fecha de negocio " WS-FechaHoy ")"
           DISPLAY WS-LINE
           PERFORM ARMAR-PERIODOS-PERFORM
           PERFORM CONTAR-CLASES-PERFORM
           PERFORM PROGRAMAR-PERFORM
           PERFORM LISTA-PERFORM
           DISPLAY WS-LINE
           DISPLAY "Conteos programados nuevos...: " WS-CantNuevos
           DISPLAY "Ya programados (re-corrida)..: " WS-CantExistian
           DISPLAY "Pendientes de dias anteriores: " WS-CantAtrasados
           IF WS-CantSinMaster > ZERO
               DISPLAY "AVISO: " WS-CantSinMaster " articulos de"
                       " GadgetABC.dat que ya no estan en el master"
           END-IF
           DISPLAY "Lista de gondola en ConteoDia.txt; captura:"
                   " gadget_conteo"
           STOP RUN.

      *    La fecha de negocio manda sobre el reloj de pared, con el
      *    mismo criterio que gadgetshop.cbl; sin FechaNegocio.dat,
      *    fecha del sistema.
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

      *    Sin fecha forzada se planifica el dia habil siguiente a la
      *    fecha de negocio: la corrida nocturna deja lista la
      *    gondola de la manana.
       DIA-SIGUIENTE-PERFORM.
           COMPUTE WS-PlanInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy) + 1
           PERFORM DIA-SEMANA-PERFORM
           IF WS-DiaSemana = ZERO
               ADD 1 TO WS-PlanInteger
           END-IF
           COMPUTE WS-FechaPlan =
               FUNCTION DATE-OF-INTEGER(WS-PlanInteger).

      *    El dia 1 de la cuenta de INTEGER-OF-DATE (01/01/1601) fue
      *    lunes: resto 0 = domingo.
       DIA-SEMANA-PERFORM.
           DIVIDE WS-PlanInteger BY 7 GIVING WS-Cociente
               REMAINDER WS-DiaSemana.

      *    Mes, trimestre y anio calendario de la fecha planificada.
       ARMAR-PERIODOS-PERFORM.
           MOVE 1  TO CI-Meses(1)
           MOVE 3  TO CI-Meses(2)
           MOVE 12 TO CI-Meses(3)
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               MOVE WS-FechaPlan(1:4) TO WS-PerAnio
               MOVE WS-FechaPlan(5:2) TO WS-PerMes
               EVALUATE WS-SubClase
                   WHEN 2
                       COMPUTE WS-PerMes =
                           ((WS-PerMes - 1) / 3) * 3 + 1
                   WHEN 3
                       MOVE 1 TO WS-PerMes
               END-EVALUATE
               COMPUTE CI-Desde(WS-SubClase) =
                   WS-PerAnio * 10000 + WS-PerMes * 100 + 1
               ADD CI-Meses(WS-SubClase) TO WS-PerMes
               IF WS-PerMes > 12
                   SUBTRACT 12 FROM WS-PerMes
                   ADD 1 TO WS-PerAnio
               END-IF
               COMPUTE WS-IntHasta = FUNCTION INTEGER-OF-DATE(
                   WS-PerAnio * 10000 + WS-PerMes * 100 + 1) - 1
               COMPUTE CI-Hasta(WS-SubClase) =
                   FUNCTION DATE-OF-INTEGER(WS-IntHasta)
               COMPUTE WS-IntDesde =
                   FUNCTION INTEGER-OF-DATE(CI-Desde(WS-SubClase))
               PERFORM CONTAR-HABILES-PERFORM
               MOVE WS-Habiles TO CI-Habiles(WS-SubClase)
               MOVE WS-PlanInteger TO WS-IntHasta
               PERFORM CONTAR-HABILES-PERFORM
               MOVE WS-Habiles TO CI-DiaHabil(WS-SubClase)
               MOVE ZERO TO CI-Articulos(WS-SubClase)
               MOVE ZERO TO CI-Orden(WS-SubClase)
               MOVE ZERO TO CI-Programados(WS-SubClase)
           END-PERFORM.

       CONTAR-HABILES-PERFORM.
           MOVE ZERO TO WS-Habiles
           PERFORM VARYING WS-IntDia FROM WS-IntDesde BY 1
               UNTIL WS-IntDia > WS-IntHasta
               DIVIDE WS-IntDia BY 7 GIVING WS-Cociente
                   REMAINDER WS-DiaSemana
               IF WS-DiaSemana NOT = ZERO
                   ADD 1 TO WS-Habiles
               END-IF
           END-PERFORM.

       CLASE-SUBINDICE-PERFORM.
           EVALUATE AB-Clase
               WHEN "A"
                   MOVE 1 TO WS-SubClase
               WHEN "B"
                   MOVE 2 TO WS-SubClase
               WHEN OTHER
                   MOVE 3 TO WS-SubClase
           END-EVALUATE.

       CONTAR-CLASES-PERFORM.
           MOVE "N" TO WS-FinAbc
           READ AbcFile NEXT
               AT END SET FinAbc TO TRUE
           END-READ
           PERFORM UNTIL FinAbc
               PERFORM CLASE-SUBINDICE-PERFORM
               ADD 1 TO CI-Articulos(WS-SubClase)
               READ AbcFile NEXT
                   AT END SET FinAbc TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbcFile
           PERFORM VARYING WS-SubClase FROM 1 BY 1
               UNTIL WS-SubClase > 3
               EVALUATE WS-SubClase
                   WHEN 1
                       MOVE "Clase A (mensual)...:" TO WS-EtiquetaClase
                   WHEN 2
                       MOVE "Clase B (trimestral):" TO WS-EtiquetaClase
                   WHEN OTHER
                       MOVE "Clase C (anual).....:" TO WS-EtiquetaClase
               END-EVALUATE
               DISPLAY WS-EtiquetaClase " " CI-Articulos(WS-SubClase)
                       " articulos en " CI-Habiles(WS-SubClase)
                       " dias habiles del " CI-Desde(WS-SubClase)
                       " al " CI-Hasta(WS-SubClase) ", hoy es el dia "
                       CI-DiaHabil(WS-SubClase)
           END-PERFORM.

      *    El articulo k de n de la clase toca el dia habil
      *    (k - 1) x habiles / n + 1 del periodo: n articulos
      *    quedan repartidos parejo en los dias habiles, y el orden
      *    por clave es estable entre corridas.
       PROGRAMAR-PERFORM.
           OPEN I-O PlanFile
           IF WS-PlanStatus = "35"
               OPEN OUTPUT PlanFile
               CLOSE PlanFile
               OPEN I-O PlanFile
           END-IF
           OPEN INPUT AbcFile
           MOVE "N" TO WS-FinAbc
           READ AbcFile NEXT
               AT END SET FinAbc TO TRUE
           END-READ
           PERFORM UNTIL FinAbc
               PERFORM CLASE-SUBINDICE-PERFORM
               ADD 1 TO CI-Orden(WS-SubClase)
               COMPUTE WS-DiaToca =
                   (CI-Orden(WS-SubClase) - 1) * CI-Habiles(WS-SubClase)
                   / CI-Articulos(WS-SubClase) + 1
               IF WS-DiaToca = CI-DiaHabil(WS-SubClase)
                   PERFORM PROGRAMAR-ARTICULO-PERFORM
               END-IF
               READ AbcFile NEXT
                   AT END SET FinAbc TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbcFile
           CLOSE PlanFile.

       PROGRAMAR-ARTICULO-PERFORM.
           MOVE SPACES TO ConteoPlanRecord
           MOVE AB-GadgetID  TO CP-GadgetID
           MOVE AB-Sucursal  TO CP-Sucursal
           MOVE WS-FechaPlan TO CP-Fecha
           MOVE AB-Clase     TO CP-Clase
           SET CP-Pendiente TO TRUE
           MOVE ZERO TO CP-FechaConteo
           MOVE ZERO TO CP-Contada
           MOVE ZERO TO CP-Libro
           WRITE ConteoPlanRecord
               INVALID KEY
                   ADD 1 TO WS-CantExistian
               NOT INVALID KEY
                   ADD 1 TO WS-CantNuevos
                   ADD 1 TO CI-Programados(WS-SubClase)
           END-WRITE.

      *    Lista de gondola: primero lo programado para la fecha y
      *    despues lo que quedo pendiente de dias anteriores. Va sin
      *    stock de libros, para que el conteo sea a ciegas.
       LISTA-PERFORM.
           OPEN INPUT PlanFile
           OPEN INPUT StockFile
           OPEN OUTPUT ListaFile
           MOVE ZERO TO SPL-Lineas
           MOVE SPACES TO ListaLinea
           STRING "LISTA DE CONTEO CICLICO DEL " WS-FechaPlan
               DELIMITED BY SIZE INTO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           MOVE "Suc  Articulo Nombre                          Cl"
               TO ListaLinea
           MOVE "Programado  Contado" TO ListaLinea(53:19)
           PERFORM ESCRIBIR-LISTA-PERFORM
           MOVE WS-LINE TO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           SET ListaDelDia TO TRUE
           PERFORM RECORRER-PLAN-PERFORM
           MOVE SPACES TO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           MOVE "PENDIENTES DE DIAS ANTERIORES" TO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           MOVE WS-LINE TO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           SET ListaAtrasos TO TRUE
           PERFORM RECORRER-PLAN-PERFORM
           IF WS-CantAtrasados = ZERO
               MOVE "Sin conteos atrasados" TO ListaLinea
               PERFORM ESCRIBIR-LISTA-PERFORM
           END-IF
           CLOSE ListaFile
           CLOSE StockFile
           CLOSE PlanFile
           MOVE "ConteoDia"      TO SPL-Reporte
           MOVE "ConteoDia.txt"  TO SPL-Origen
           MOVE "GADGET-CICLICO" TO SPL-Programa
           MOVE WS-FechaHoy      TO SPL-Fecha
           PERFORM SPOOL-REPORTE-PERFORM.

      *    ListaDelDia lista lo programado para la fecha;
      *    ListaAtrasos, los pendientes con fecha anterior.
       RECORRER-PLAN-PERFORM.
           MOVE "N" TO WS-FinPlan
           MOVE LOW-VALUES TO CP-Clave
           START PlanFile KEY IS NOT LESS THAN CP-Clave
               INVALID KEY SET FinPlan TO TRUE
           END-START
           IF NOT FinPlan
               READ PlanFile NEXT
                   AT END SET FinPlan TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL FinPlan
               IF ListaDelDia AND CP-Fecha = WS-FechaPlan
                   PERFORM LINEA-LISTA-PERFORM
               END-IF
               IF ListaAtrasos AND CP-Fecha < WS-FechaPlan
                   AND CP-Pendiente
                   ADD 1 TO WS-CantAtrasados
                   PERFORM LINEA-LISTA-PERFORM
               END-IF
               READ PlanFile NEXT
                   AT END SET FinPlan TO TRUE
               END-READ
           END-PERFORM.

       LINEA-LISTA-PERFORM.
           MOVE CP-GadgetID TO GadgetID
           MOVE CP-Sucursal TO GadgetSucursal
           READ StockFile
               INVALID KEY
                   MOVE "*** NO ESTA EN EL MASTER ***"
                       TO WS-NomArticulo
                   ADD 1 TO WS-CantSinMaster
               NOT INVALID KEY
                   MOVE GadgetName TO WS-NomArticulo
           END-READ
           MOVE CP-Sucursal    TO LL-Sucursal
           MOVE CP-GadgetID    TO LL-GadgetID
           MOVE WS-NomArticulo TO LL-Nombre
           MOVE CP-Clase       TO LL-Clase
           MOVE CP-Fecha       TO LL-Fecha
           MOVE WS-LineaLista  TO ListaLinea
           PERFORM ESCRIBIR-LISTA-PERFORM
           DISPLAY CP-Sucursal " " CP-GadgetID " " WS-NomArticulo
                   " " CP-Clase " " CP-Fecha.

       ESCRIBIR-LISTA-PERFORM.
           WRITE ListaLinea
           ADD 1 TO SPL-Lineas.

       COPY "spoolproc.cpy".
       END PROGRAM GADGET-CICLICO.
