      *****************************************************************
      *  CTAWORK.CPY
      *  Campos de trabajo del saldo de cuenta corriente de un
      *  cliente (ver CTACTE.CPY para el layout y CTAPROC.CPY para
      *  el parrafo comun). El programa carga CTA-Cliente y ejecuta
      *  SALDO-CLIENTE-PERFORM; el saldo queda en CTA-Saldo
      *  (positivo = el cliente debe).
      *****************************************************************
       01 CTA-Campos.
           03 CTA-Cliente      PIC 9(4).
           03 CTA-Saldo        PIC S9(9)V99 VALUE ZERO.
           03 CTA-Status       PIC XX.
           03 CTA-Fin          PIC X VALUE "N".
               88 CTA-FinArchivo VALUE "S".
