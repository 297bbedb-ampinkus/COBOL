      ******************************************************************
      * CPY del reporte PAGOS_CUENTA_RECHAZADOS.TXT: pagos de tarjeta
      * ordenados desde una cuenta propia (concepto TAR) que no
      * llegaron a PAGOS.SEQ. Es el lado tarjeta de RECHAZADAS.TXT y
      * POSTEO_EXCEPCIONES.TXT, para que cobranzas vea la tarjeta
      * impaga sin tener que buscarla en los reportes de
      * transferencias. Lo graban CLVALTRAN (rechazo en la
      * validacion) y CLPOSTEO (rechazo en el posteo); se acumula
      * de corrida en corrida (EXTEND).
      ******************************************************************
       01 REG-PAGO-RECHAZADO.
          05 REG-PRE-NRO-OPERACION     PIC 9(10).
          05 REG-PRE-SEP-01            PIC X(01).
          05 REG-PRE-FECHA             PIC X(10).
          05 REG-PRE-SEP-02            PIC X(01).
      * Cuenta propia que ordeno el pago
          05 REG-PRE-CUENTA-DEBITO     PIC X(22).
          05 REG-PRE-SEP-03            PIC X(01).
      * Tarjeta a pagar (la cuenta credito de la transferencia)
          05 REG-PRE-TARJETA           PIC X(19).
          05 REG-PRE-SEP-04            PIC X(01).
          05 REG-PRE-IMPORTE           PIC ZZZZZZZZZ9,99.
          05 REG-PRE-SEP-05            PIC X(01).
      * Etapa que lo rechazo: VALIDACION (CLVALTRAN) o POSTEO
      * (CLPOSTEO)
          05 REG-PRE-ETAPA             PIC X(10).
          05 REG-PRE-SEP-06            PIC X(01).
          05 REG-PRE-MOTIVO            PIC X(60).
