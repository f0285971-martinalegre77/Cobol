      *
      * Author: Martin Alegre
      * Date: 15/10/26
      * Purpose: Listado diario de seguimientos de la agenda, para la
      *          corrida nocturna junto al de proximos cumpleanos:
      *          recorre Actividad.dat (ACTIVIDAD.CPY, cargado desde
      *          la opcion Actividad del Contacto de agenda.cbl) y
      *          lista las gestiones con seguimiento pendiente que
      *          vencen en la fecha de negocio o ya vencieron, de la
      *          mas atrasada a la del dia, con el nombre del
      *          contacto tomado de agendaDatos.dat.
      * Type: cbl
      *
      * Modification History:
      *   15/10/26 MA - Version inicial.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-SEGUIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgendaFile
           ASSIGN TO "agendaDatos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AgendaStatus.
           SELECT ActividadFile
           ASSIGN TO "Actividad.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AC-Clave
           FILE STATUS IS WS-ActStatus.
           SELECT FechaNegFile
           ASSIGN TO "FechaNegocio.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FechaNegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AgendaFile.
       01 PersonDetails.
           88 EndOfAgendaFile    VALUE HIGH-VALUE.
           03 PerTitulo          PIC 9.
           03 PerName.
               05 PerSurname     PIC X(15).
               05 PerForname     PIC X(10).
           03 PerAddress.
               05 PerStreet      PIC X(15).
               05 PerNumber      PIC 9(4).
               05 PerNeigh       PIC X(10).
               05 PerCol         PIC X(10).
               05 PerCity        PIC X(10).
               05 PerCountry     PIC X(10).
           03 PerDateOfBirth.
               05 PerDOB       PIC 9(2).
               05 PerMOB       PIC 9(2).
               05 PerYOB       PIC 9(4).
           03 PerNroContacto   PIC 9(6).
       FD ActividadFile.
           COPY "actividad.cpy".
       FD FechaNegFile.
           COPY "fechaneg.cpy".
       WORKING-STORAGE SECTION.
       77 WS-AgendaStatus    PIC XX.
       77 WS-ActStatus       PIC XX.
       77 WS-FechaNegStatus  PIC XX.
       77 WS-LINE            PIC X(55) VALUE ALL "-".
       77 WS-FechaHoy        PIC 9(8).
       77 WS-HoyInteger      PIC 9(8) COMP.
       77 WS-SeguimInteger   PIC 9(8) COMP.
       77 WS-DiasAtraso      PIC 9(5) COMP.
       77 WS-AtrasoEdit      PIC ZZZZ9.
       01 WS-FinActividad    PIC X VALUE "N".
           88 FinActividad   VALUE "S".
      *    Contactos en memoria, para poner nombre a cada gestion.
       77 WS-CantContactos   PIC 9(4) VALUE ZERO.
       77 WS-SubContacto     PIC 9(4).
       77 WS-ContactosOmitidos PIC 9(6) VALUE ZERO.
       01 TABLA-CONTACTOS.
           05 CONTACTO-ITEM OCCURS 2000 TIMES.
               10 CT-Nro        PIC 9(6).
               10 CT-Surname    PIC X(15).
               10 CT-Forname    PIC X(10).
      *    Seguimientos vencidos o del dia.
       77 WS-CantSeguim      PIC 9(4) VALUE ZERO.
       77 WS-CantVencidos    PIC 9(4) VALUE ZERO.
       77 WS-CantDelDia      PIC 9(4) VALUE ZERO.
       77 WS-SeguimOmitidos  PIC 9(6) VALUE ZERO.
       77 WS-Sub             PIC 9(4).
       77 WS-Sub2            PIC 9(4).
       01 TABLA-SEGUIM.
           05 SEGUIM-ITEM OCCURS 1000 TIMES.
               10 SG-FechaSeguim PIC 9(8).
               10 SG-Nro         PIC 9(6).
               10 SG-Fecha       PIC 9(8).
               10 SG-Tipo        PIC X.
               10 SG-Usuario     PIC X(10).
               10 SG-Nota        PIC X(60).
       01 WS-TmpSeguim.
           05 TS-FechaSeguim     PIC 9(8).
           05 TS-Nro             PIC 9(6).
           05 TS-Fecha           PIC 9(8).
           05 TS-Tipo            PIC X.
           05 TS-Usuario         PIC X(10).
           05 TS-Nota            PIC X(60).
       77 WS-Surname         PIC X(15).
       77 WS-Forname         PIC X(10).
       77 WS-TipoDesc        PIC X(8).
       PROCEDURE DIVISION.
       Main.
           PERFORM LEER-FECHA-NEGOCIO-PERFORM
           COMPUTE WS-HoyInteger =
               FUNCTION INTEGER-OF-DATE(WS-FechaHoy)
           PERFORM CARGAR-CONTACTOS-PERFORM
           PERFORM CARGAR-SEGUIM-PERFORM
           PERFORM ORDENAR-SEGUIM-PERFORM
           DISPLAY "SEGUIMIENTOS DE LA AGENDA AL " WS-FechaHoy
           DISPLAY "(pendientes del dia y vencidos)"
           DISPLAY WS-LINE
           PERFORM VARYING WS-Sub FROM 1 BY 1
               UNTIL WS-Sub > WS-CantSeguim
               PERFORM LISTAR-SEGUIM-PERFORM
           END-PERFORM
           DISPLAY WS-LINE
           IF WS-CantSeguim = ZERO
               DISPLAY "Sin seguimientos pendientes para hoy"
           ELSE
               DISPLAY "Seguimientos del dia......: " WS-CantDelDia
               DISPLAY "Seguimientos vencidos.....: " WS-CantVencidos
           END-IF
           IF WS-SeguimOmitidos > ZERO
               DISPLAY "AVISO: tabla de seguimientos llena, quedaron "
                       WS-SeguimOmitidos " afuera"
           END-IF
           IF WS-ContactosOmitidos > ZERO
               DISPLAY "AVISO: tabla de contactos llena, hay "
                       "gestiones sin nombre"
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

       CARGAR-CONTACTOS-PERFORM.
           OPEN INPUT AgendaFile
           IF WS-AgendaStatus = "35"
               CONTINUE
           ELSE
               READ AgendaFile
                   AT END SET EndOfAgendaFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfAgendaFile
                   IF WS-CantContactos < 2000
                       ADD 1 TO WS-CantContactos
                       MOVE PerNroContacto
                           TO CT-Nro(WS-CantContactos)
                       MOVE PerSurname
                           TO CT-Surname(WS-CantContactos)
                       MOVE PerForname
                           TO CT-Forname(WS-CantContactos)
                   ELSE
                       ADD 1 TO WS-ContactosOmitidos
                   END-IF
                   READ AgendaFile
                       AT END SET EndOfAgendaFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AgendaFile
           END-IF.

       CARGAR-SEGUIM-PERFORM.
           OPEN INPUT ActividadFile
           IF WS-ActStatus = "35"
               CONTINUE
           ELSE
               READ ActividadFile NEXT RECORD
                   AT END SET FinActividad TO TRUE
               END-READ
               PERFORM UNTIL FinActividad
                   IF AC-Pendiente
                       AND AC-FechaSeguim NOT = ZERO
                       AND AC-FechaSeguim <= WS-FechaHoy
                       PERFORM AGREGAR-SEGUIM-PERFORM
                   END-IF
                   READ ActividadFile NEXT RECORD
                       AT END SET FinActividad TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ActividadFile
           END-IF.

       AGREGAR-SEGUIM-PERFORM.
           IF WS-CantSeguim < 1000
               ADD 1 TO WS-CantSeguim
               MOVE AC-FechaSeguim TO SG-FechaSeguim(WS-CantSeguim)
               MOVE AC-NroContacto TO SG-Nro(WS-CantSeguim)
               MOVE AC-Fecha       TO SG-Fecha(WS-CantSeguim)
               MOVE AC-Tipo        TO SG-Tipo(WS-CantSeguim)
               MOVE AC-Usuario     TO SG-Usuario(WS-CantSeguim)
               MOVE AC-Nota        TO SG-Nota(WS-CantSeguim)
           ELSE
               ADD 1 TO WS-SeguimOmitidos
           END-IF.

      *    Ordena por fecha de seguimiento ascendente: primero lo mas
      *    atrasado (seleccion simple, como en agenda.cbl).
       ORDENAR-SEGUIM-PERFORM.
           IF WS-CantSeguim > 1
               PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub >= WS-CantSeguim
                   PERFORM VARYING WS-Sub2 FROM WS-Sub BY 1
                       UNTIL WS-Sub2 > WS-CantSeguim
                       IF SG-FechaSeguim(WS-Sub2)
                           < SG-FechaSeguim(WS-Sub)
                           MOVE SEGUIM-ITEM(WS-Sub) TO WS-TmpSeguim
                           MOVE SEGUIM-ITEM(WS-Sub2)
                               TO SEGUIM-ITEM(WS-Sub)
                           MOVE WS-TmpSeguim TO SEGUIM-ITEM(WS-Sub2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       LISTAR-SEGUIM-PERFORM.
           MOVE "(sin nombre)" TO WS-Surname
           MOVE SPACES TO WS-Forname
           PERFORM VARYING WS-SubContacto FROM 1 BY 1
               UNTIL WS-SubContacto > WS-CantContactos
               IF CT-Nro(WS-SubContacto) = SG-Nro(WS-Sub)
                   MOVE CT-Surname(WS-SubContacto) TO WS-Surname
                   MOVE CT-Forname(WS-SubContacto) TO WS-Forname
               END-IF
           END-PERFORM
           EVALUATE SG-Tipo(WS-Sub)
               WHEN "L" MOVE "Llamada"  TO WS-TipoDesc
               WHEN "V" MOVE "Visita"   TO WS-TipoDesc
               WHEN "E" MOVE "Correo"   TO WS-TipoDesc
               WHEN "R" MOVE "Reunion"  TO WS-TipoDesc
               WHEN OTHER MOVE "---"    TO WS-TipoDesc
           END-EVALUATE
           COMPUTE WS-SeguimInteger =
               FUNCTION INTEGER-OF-DATE(SG-FechaSeguim(WS-Sub))
           COMPUTE WS-DiasAtraso = WS-HoyInteger - WS-SeguimInteger
           IF WS-DiasAtraso = ZERO
               ADD 1 TO WS-CantDelDia
               DISPLAY "HOY     " SG-FechaSeguim(WS-Sub) " ["
                       SG-Nro(WS-Sub) "] " WS-Forname " " WS-Surname
           ELSE
               ADD 1 TO WS-CantVencidos
               MOVE WS-DiasAtraso TO WS-AtrasoEdit
               DISPLAY "VENCIDO " SG-FechaSeguim(WS-Sub) " ["
                       SG-Nro(WS-Sub) "] " WS-Forname " " WS-Surname
                       " | hace " WS-AtrasoEdit " dia(s)"
           END-IF
           DISPLAY "        " WS-TipoDesc " del " SG-Fecha(WS-Sub)
                   " por " SG-Usuario(WS-Sub) ": " SG-Nota(WS-Sub).
       END PROGRAM AGENDA-SEGUIM.
