      *****************************************************************
      *  MOTDEV.CPY
      *  Tabla comun de codigos de motivo de las devoluciones de
      *  GadgetShop (tipos D devolucion de cliente y P devolucion a
      *  proveedor del archivo GADGETTRX y del kardex). El motivo es
      *  obligatorio en los dos tipos: lo pide gadget_captura.cbl, lo
      *  valida gadget_edit.cbl (motivo 70), lo graba gadgetshop.cbl
      *  en KX-Motivo y lo agrupa gadget_devoluciones.cbl. Un codigo
      *  nuevo se agrega aca y se recompilan esos programas.
      *  Va en WORKING-STORAGE; MD-Cant es la cantidad de codigos.
      *****************************************************************
       01 TABLA-MOTDEV-VALORES.
           05 FILLER PIC X(32) VALUE "DFArticulo defectuoso/con falla".
           05 FILLER PIC X(32) VALUE "EQArticulo equivocado          ".
           05 FILLER PIC X(32) VALUE "ARArrepentimiento del cliente  ".
           05 FILLER PIC X(32) VALUE "GAReclamo de garantia          ".
           05 FILLER PIC X(32) VALUE "DTDanado en el transporte      ".
           05 FILLER PIC X(32) VALUE "EXExcedente / sobrante         ".
       01 TABLA-MOTDEV REDEFINES TABLA-MOTDEV-VALORES.
           05 MOTDEV-ITEM OCCURS 6 TIMES.
               10 MD-Codigo      PIC XX.
               10 MD-Descripcion PIC X(30).
       77 MD-Cant            PIC 9(2) VALUE 6.
       77 MD-Sub             PIC 9(2).
       01 MD-Encontrado      PIC X VALUE "N".
           88 MotivoDevValido VALUE "S".
