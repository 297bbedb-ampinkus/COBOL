      ******************************************************************
      * CPY del archivo de STANDIN_LOG.TXT: decisiones tomadas por el
      * stand-in TP02STIN mientras TP02AUTH o el master no estaban
      * disponibles. Lleva los mismos datos del consumo que recibe
      * AUTORIZA.CPY, la decision que se le dio a la red y el estado
      * de la revision del dia siguiente (TP02STREV). Las filas ya
      * revisadas pasan con este mismo layout al historial
      * STANDIN_HISTORIA.TXT.
      ******************************************************************
       01 REG-STANDIN.
      * Hora de la decision (hhmmss)
          05 REG-STI-HORA              PIC 9(06).
      * Consumo tal cual llego (LK-AUT-I)
          05 REG-STI-NUMERO-TARJETA    PIC X(19).
          05 REG-STI-FECHA             PIC X(10).
          05 REG-STI-MONEDA            PIC X(03).
          05 REG-STI-IMPORTE           PIC 9(8)V9(2).
          05 REG-STI-TIPO-OPERACION    PIC X(01).
          05 REG-STI-COD-CONCEPTO      PIC X(03).
      * Decision del stand-in (LK-AUT-RESULTADO y LK-AUT-MOTIVO)
          05 REG-STI-RESULTADO         PIC X(01).
             88 REG-STI-APROBADO           VALUE 'A'.
             88 REG-STI-RECHAZADO          VALUE 'D'.
          05 REG-STI-MOTIVO            PIC X(02).
      * Producto con el que se tomo el limite de piso (segun el
      * ultimo volcado del master)
          05 REG-STI-PRODUCTO          PIC X(01).
      * Estado de la revision del dia siguiente:
      *   blanco - pendiente de revisar
      *   C - confirmada: las reglas de TP02AUTH tambien la aprueban
      *   O - observada: las reglas la hubieran rechazado (ver motivo)
      *   N - no se revisa: el stand-in la rechazo
          05 REG-STI-REVISION          PIC X(01).
             88 REG-STI-SIN-REVISAR        VALUE ' '.
             88 REG-STI-CONFIRMADA         VALUE 'C'.
             88 REG-STI-OBSERVADA          VALUE 'O'.
             88 REG-STI-NO-REVISA          VALUE 'N'.
      * Motivo de rechazo de TP02AUTH en la revision (LK-AUT-MOTIVO)
          05 REG-STI-MOTIVO-REVISION   PIC X(02).
