      ******************************************************************
      * CPY del archivo de EMBOZADO_ACUSE.TXT: acuse que devuelve el
      * fabricante por cada plastico del lote de EMBOZADO.TXT, con
      * el resultado de la fabricacion. Lo concilia TP02EMBAC contra
      * el log de control EMBOZADO_CONTROL.TXT.
      ******************************************************************
       01 REG-EMB-ACUSE.
      * Lote (fecha AAAAMMDD de la cabecera) que se acusa
          05 REG-ACU-LOTE              PIC 9(08).
          05 REG-ACU-TARJETA           PIC X(19).
      * Resultado: OK fabricada, RE rechazada
          05 REG-ACU-RESULTADO         PIC X(02).
             88 REG-ACU-FABRICADA          VALUE 'OK'.
             88 REG-ACU-RECHAZADA          VALUE 'RE'.
      * Motivo del rechazo informado por el fabricante
          05 REG-ACU-MOTIVO            PIC X(30).
