      *  SIGNWORK.CPY
      *  Campos de trabajo del ingreso de operador (ver OPERREC.CPY
      *  para el maestro y SIGNPROC.CPY para el parrafo comun). El
      *  programa carga SGN-Programa con su PROGRAM-ID y
      *  SGN-NivelMinimo con el nivel que exige para entrar,
      *  ejecuta SIGNON-PERFORM al iniciar y despues controla
      *  SGN-Nivel contra el nivel que exige cada funcion. Cada
      *  ingreso, otorgado o rechazado, queda en Ingresos.dat
      *  (SIGNLOG.CPY).
      *****************************************************************
       01 SGN-Campos.
           03 SGN-Usuario      PIC X(10) VALUE SPACES.
           03 SGN-Status       PIC XX.
           03 SGN-Encontrado   PIC X VALUE "N".
               88 OperadorValido VALUE "S".
           03 SGN-Programa     PIC X(15) VALUE SPACES.
           03 SGN-NivelMinimo  PIC 9 VALUE 1.
           03 SGN-Motivo       PIC X(20).
           03 SGN-Resultado    PIC X VALUE "O".
               88 SGN-Otorgado   VALUE "O".
               88 SGN-Rechazado  VALUE "R".
           03 SGN-LogStatus    PIC XX.
