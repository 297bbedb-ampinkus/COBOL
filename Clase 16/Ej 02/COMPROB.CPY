      ******************************************************************
      * CPY del comprobante de transferencia. CLPOSTEO (cada
      * transferencia posteada) y CLINTERB (cada credito interbancario
      * aceptado) lo dejan sin numerar en COMPROBANTES_PEND.TXT;
      * CLCOMPRO le asigna el numero correlativo, lo imprime y lo
      * guarda en el registro COMPROBANTES.TXT, de donde sale la
      * reimpresion por numero de operacion.
      ******************************************************************
       01 REG-COMPROBANTE.
      * Numero de comprobante (cero mientras esta pendiente)
          05 REG-CPB-NUMERO            PIC 9(08).
      * P transferencia posteada (CLPOSTEO), I credito interbancario
      * (CLINTERB)
          05 REG-CPB-ORIGEN            PIC X(01).
             88 REG-CPB-POSTEO             VALUE 'P'.
             88 REG-CPB-INTERBANCARIA      VALUE 'I'.
          05 REG-CPB-NRO-OPERACION     PIC 9(10).
      * Fecha de la operacion (yyyy-mm-dd) y hora en que se aplico
      * (hh:mm:ss)
          05 REG-CPB-FECHA             PIC X(10).
          05 REG-CPB-HORA              PIC X(08).
      * Punta debito: en un credito interbancario la cuenta es de
      * otro banco y va en blanco, el titular dice de que banco vino
          05 REG-CPB-CUENTA-DEBITO     PIC X(22).
          05 REG-CPB-TITULAR-DEBITO    PIC X(30).
      * Punta credito: en blanco el titular si es de otro banco
          05 REG-CPB-CUENTA-CREDITO    PIC X(22).
          05 REG-CPB-TITULAR-CREDITO   PIC X(30).
      * Concepto de CONCEPTOS.TXT (en blanco en los interbancarios)
          05 REG-CPB-COD-CONCEPTO      PIC X(03).
      * Importe debitado en la moneda de la cuenta origen
          05 REG-CPB-MONEDA            PIC X(03).
          05 REG-CPB-IMPORTE           PIC 9(10)V9(02).
      * Importe acreditado en la moneda de la cuenta destino y
      * cotizacion aplicada (cero si no hubo cambio de moneda)
          05 REG-CPB-MONEDA-DESTINO    PIC X(03).
          05 REG-CPB-IMPORTE-DESTINO   PIC 9(10)V9(02).
          05 REG-CPB-COTIZACION        PIC 9(04)V9(04).
      * Comision cobrada a la cuenta origen
          05 REG-CPB-COMISION          PIC 9(08)V9(02).
      * Referencia de la camara en los interbancarios
          05 REG-CPB-REFERENCIA        PIC X(20).
