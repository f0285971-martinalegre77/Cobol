      *  programas interactivos pasa por SIGNPROC.CPY; sin el
      *  archivo cargado el ingreso queda abierto con aviso
      *  (transicion), asi el primer operador se puede dar de alta.
      *  Cada operador esta atado a su legajo (OP-EmpSSN, la clave
      *  de employee.dat). El control nocturno operador_verif.cbl lo
      *  suspende (OP-Estado S, con fecha y motivo) si el legajo esta
      *  en estado T o no existe; un operador suspendido no ingresa.
      *  Conversion del layout anterior: operador_convert.cbl.
      *****************************************************************
       01 OperRecord.
           88 EndOfOperFile   VALUE HIGH-VALUE.
           03 OP-Usuario         PIC X(10).
           03 OP-Nombre          PIC X(30).
           03 OP-Nivel           PIC 9.
           03 OP-EmpSSN          PIC 9(9).
           03 OP-Estado          PIC X.
               88 OP-Activo       VALUE "A".
               88 OP-Suspendido   VALUE "S".
           03 OP-FechaEstado     PIC 9(8).
           03 OP-Motivo          PIC X(20).
