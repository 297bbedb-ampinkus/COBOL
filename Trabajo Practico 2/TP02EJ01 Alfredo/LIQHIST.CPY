      ******************************************************************
      * CPY del archivo de LIQ_HISTORIA.TXT: historico de las
      * liquidaciones a comercios. TP02COMER agrega un registro por
      * liquidacion emitida (comercio y moneda) con todos sus
      * componentes, y el archivo se acumula de corrida en corrida:
      * es la fuente del estado de cuenta mensual de comercios
      * (TP02ESTCO).
      ******************************************************************
       01 REG-LIQ-HISTORIA.
      * Fecha de la liquidacion (yyyy-mm-dd)
          05 REG-LQH-FECHA             PIC X(10).
          05 REG-LQH-ID-COMERCIO       PIC 9(6).
          05 REG-LQH-MONEDA            PIC X(03).
      * Consumos liquidados
          05 REG-LQH-CANTIDAD          PIC 9(06).
          05 REG-LQH-BRUTO             PIC 9(10)V9(02).
          05 REG-LQH-COMISION          PIC 9(10)V9(02).
      * Total de retenciones impositivas practicadas
          05 REG-LQH-RETENCIONES       PIC 9(10)V9(02).
      * Contracargos confirmados debitados en el ciclo
          05 REG-LQH-CONTRACARGOS      PIC 9(10)V9(02).
      * Saldo en contra de ciclos anteriores que se desconto
          05 REG-LQH-ARRASTRE-ANT      PIC 9(10)V9(02).
      * Neto que quedo para pagar (cero si quedo saldo en contra)
          05 REG-LQH-NETO-PAGAR        PIC 9(10)V9(02).
