      ******************************************************************
      * CPY de EMBARGOS_RETENCIONES.TXT: el historial de lo retenido
      * por cada oficio judicial, una linea por retencion. Se acumula
      * (EXTEND) y de aca sale el reporte mensual por oficio de
      * CLEMBARG.
      ******************************************************************
       01 REG-RETENCION.
          05 REG-RET-FECHA             PIC X(10).
          05 REG-RET-OFICIO            PIC X(20).
          05 REG-RET-CUENTA            PIC X(22).
      * Operacion del credito capturado (cero en el alta)
          05 REG-RET-NRO-OPERACION     PIC 9(10).
      * A saldo inmovilizado en el alta (CLEMBARG), P credito de una
      * transferencia posteada (CLPOSTEO), I credito interbancario
      * (CLINTERB)
          05 REG-RET-ORIGEN            PIC X(01).
          05 REG-RET-IMPORTE           PIC 9(10)V9(02).
