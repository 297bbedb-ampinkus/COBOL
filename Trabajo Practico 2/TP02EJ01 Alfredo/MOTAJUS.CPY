      ******************************************************************
      * CPY del archivo de MOTIVOS_AJUSTE.TXT: tabla de codigos de
      * motivo de los ajustes manuales de back-office (cargo mal
      * cobrado, bonificacion comercial, diferencia de redondeo...),
      * con su descripcion, que es la que sale impresa en el resumen
      * junto a la palabra AJUSTE, y el sentido en que se permite
      * usar cada motivo. Se mantiene por TP02PARAM (tabla
      * MOTIVOSAJ); la consultan TP02AJUST al capturar el ajuste y
      * TP02EJ01 al facturarlo.
      ******************************************************************
       01 REG-MOTIVO-AJUSTE.
          05 REG-MOTAJ-COD             PIC X(03).
          05 REG-MOTAJ-DESCRIPCION     PIC X(30).
      * Sentido permitido: D solo debitos, C solo creditos, A (o
      * blanco) ambos
          05 REG-MOTAJ-SENTIDO         PIC X(01).
             88 REG-MOTAJ-SOLO-DEBITO      VALUE 'D'.
             88 REG-MOTAJ-SOLO-CREDITO     VALUE 'C'.
             88 REG-MOTAJ-AMBOS            VALUE 'A' ' '.
