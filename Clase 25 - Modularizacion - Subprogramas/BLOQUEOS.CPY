      ******************************************************************
      * CPY del registro de bloqueos BLOQUEOS.TXT que mantiene la
      * rutina CLBLOQUE: una fila por archivo compartido tomado y
      * por proceso que lo tiene. La fila sale cuando el programa
      * libera el archivo; si el programa termina mal la fila queda
      * y TP02BLOQS la informa como huerfana.
      ******************************************************************
       01 REG-BLOQUEO.
      * Archivo compartido tomado
          05 REG-BLQ-ARCHIVO           PIC X(30).
      * Programa y proceso (PID) que lo tiene
          05 REG-BLQ-PROGRAMA          PIC X(10).
          05 REG-BLQ-PID               PIC 9(09).
      * E escritura (exclusivo), L lectura (compartido)
          05 REG-BLQ-MODO              PIC X(01).
             88 REG-BLQ-ESCRITURA          VALUE 'E'.
             88 REG-BLQ-LECTURA            VALUE 'L'.
      * Desde cuando (AAAAMMDD HHMMSS)
          05 REG-BLQ-FECHA             PIC 9(08).
          05 REG-BLQ-HORA              PIC 9(06).
