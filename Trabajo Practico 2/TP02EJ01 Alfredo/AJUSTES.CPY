      ******************************************************************
      * CPY del archivo de AJUSTES.TXT: cola de ajustes manuales de
      * back-office sobre el saldo de una tarjeta (debito o credito,
      * importe, moneda y codigo de motivo de MOTIVOS_AJUSTE.TXT).
      * TP02AJUST encola lo que pide el operador firmado, TP02AJREV
      * deja la firma del segundo operador (que no puede ser el mismo
      * solicitante) y TP02AJAPL baja los aprobados a CONSUMOS.SEQ
      * como movimientos de ajuste (WS-OPER-AJUSTE), que TP02EJ01
      * imprime como AJUSTE con su motivo y asienta en su propia
      * cuenta contable. Los rechazados vuelven al originante via
      * AJUSTES_DEVUELTOS.TXT con el motivo del revisor.
      ******************************************************************
       01 REG-AJUSTE.
      * Numero de ajuste, correlativo
          05 REG-AJU-NRO               PIC 9(06).
      * Estado: P pendiente de revision, A aprobado sin facturar,
      * F ya bajado al feed del ciclo
          05 REG-AJU-ESTADO            PIC X(01).
             88 REG-AJU-PENDIENTE          VALUE 'P'.
             88 REG-AJU-APROBADO           VALUE 'A'.
             88 REG-AJU-FACTURADO          VALUE 'F'.
      * Operador que solicito y revisor que firmo
          05 REG-AJU-SOLICITANTE       PIC X(08).
          05 REG-AJU-REVISOR           PIC X(08).
      * Tarjeta ajustada y su cuenta (la que devuelve MAESTARJ)
          05 REG-AJU-TARJETA           PIC X(19).
          05 REG-AJU-CUENTA            PIC 9(10).
      * D debito (suma al saldo), C credito (resta del saldo)
          05 REG-AJU-DEBITO-CREDITO    PIC X(01).
             88 REG-AJU-DEBITO             VALUE 'D'.
             88 REG-AJU-CREDITO            VALUE 'C'.
          05 REG-AJU-MONEDA            PIC X(03).
          05 REG-AJU-IMPORTE           PIC 9(8)V9(2).
      * Codigo de motivo (MOTIVOS_AJUSTE.TXT) y observacion libre
          05 REG-AJU-MOTIVO            PIC X(03).
          05 REG-AJU-OBSERVACION       PIC X(40).
      * Fecha de captura (AAAAMMDD)
          05 REG-AJU-FECHA             PIC 9(08).
      * Ciclo (AAAAMM) en que se facturo y WS-ID-CONSUMO del
      * movimiento generado en CONSUMOS.SEQ (en cero hasta entonces)
          05 REG-AJU-CICLO             PIC X(06).
          05 REG-AJU-ID-CONSUMO        PIC 9(10).
