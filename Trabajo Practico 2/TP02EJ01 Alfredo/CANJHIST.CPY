      ******************************************************************
      * CPY del archivo de CANJES_HIST.TXT: historia de los canjes de
      * puntos ya impresos. Al cerrar el ciclo TP02EJ01 vacia
      * CANJES_CICLO.TXT, pero antes agrega aca cada canje que tenia
      * cargado, con el ciclo y el grupo que lo cerraron, para que
      * TP02RENTA pueda costear los puntos canjeados por cuenta.
      ******************************************************************
       01 REG-CANJE-HIST.
      * Ciclo (AAAAMM) y grupo de facturacion que cerro
          05 REG-CJH-CICLO             PIC X(06).
          05 REG-CJH-GRUPO             PIC 9(01).
      * Cuenta que canjeo, premio y puntos debitados
          05 REG-CJH-NUMERO-CUENTA     PIC 9(10).
          05 REG-CJH-DESCRIPCION       PIC X(30).
          05 REG-CJH-PUNTOS            PIC 9(09)V9(02).
