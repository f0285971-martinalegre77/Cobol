      *****************************************************************
      *  KVERIF.CPY
      *  Layout del registro de resultados de la verificacion de
      *  continuidad del kardex (KardexVerif.dat). Archivo de solo
      *  agregado: gadget_kardex_verif.cbl deja un registro por
      *  corrida con la fecha de negocio, la fecha y hora de la
      *  corrida y los contadores de quiebres y descuadres (los dos
      *  en cero = verificacion limpia). El cierre de periodo
      *  gadget_periodo.cbl exige que la ultima corrida sea limpia y
      *  posterior al fin del mes.
      *****************************************************************
       01 KardexVerifRecord.
           03 KV-FechaNeg        PIC 9(8).
           03 KV-Fecha           PIC 9(8).
           03 KV-Hora            PIC 9(6).
           03 KV-Movimientos     PIC 9(6).
           03 KV-Quiebres        PIC 9(6).
           03 KV-Descuadres      PIC 9(6).
