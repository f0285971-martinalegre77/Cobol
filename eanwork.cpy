      *****************************************************************
      *  EANWORK.CPY
      *  Campos de trabajo de la identificacion de articulos por
      *  codigo de barra (ver EAN.CPY para el layout y EANPROC.CPY
      *  para los parrafos comunes). La pantalla acepta lo tipeado o
      *  escaneado en EAN-Entrada y ejecuta
      *  IDENTIFICAR-ARTICULO-PERFORM: hasta 6 digitos es un
      *  GadgetID; 13 digitos es un EAN-13, que se verifica y se
      *  busca en GadgetEAN.dat. EAN-GadgetID queda con el articulo
      *  y EAN-Resultado dice que se ingreso.
      *****************************************************************
       01 EAN-Campos.
           03 EAN-Entrada      PIC X(13).
           03 EAN-Largo        PIC 9(2).
           03 EAN-Codigo       PIC 9(13).
           03 EAN-Digitos REDEFINES EAN-Codigo.
               05 EAN-Digito   PIC 9 OCCURS 13 TIMES.
           03 EAN-GadgetID     PIC 9(6).
           03 EAN-Suma         PIC 9(3).
           03 EAN-Sub          PIC 9(2).
           03 EAN-Cociente     PIC 9(3).
           03 EAN-Resto        PIC 9.
           03 EAN-Verificador  PIC 9.
           03 EAN-Digito-Ok    PIC X.
               88 EAN-DigitoValido  VALUE "S".
           03 EAN-Resultado    PIC X.
               88 EAN-EsGadgetID    VALUE "G".
               88 EAN-EsCodigo      VALUE "E".
               88 EAN-Invalido      VALUE "I".
               88 EAN-SinAsignar    VALUE "N".
           03 EAN-Status       PIC XX.
