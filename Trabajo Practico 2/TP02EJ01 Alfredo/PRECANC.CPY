      ******************************************************************
      * CPY del archivo de PRECANCELACIONES.TXT: precancelaciones de
      * planes en cuotas registradas por TP02PRECA. Un registro por
      * plan precancelado, acumulado de corrida en corrida. Lo
      * consultan TP02EJ01 (las cuotas posteriores al corte ya no se
      * facturan y la linea de precancelacion sale en su propio
      * renglon del resumen), TP02BALAN y TP02AUTH (el plan deja de
      * comprometer el limite) y TP02CUOTA (el plan ya no figura
      * como abierto).
      ******************************************************************
       01 REG-PRECANCELACION.
      * WS-ID-CONSUMO del plan precancelado
          05 REG-PREC-ID-CONSUMO       PIC 9(10).
      * Tarjeta y cuenta del plan
          05 REG-PREC-TARJETA          PIC X(19).
          05 REG-PREC-CUENTA           PIC 9(10).
      * Ultima cuota facturada normalmente (la de corte): las cuotas
      * con numero mayor llegan en el feed pero ya no se facturan
          05 REG-PREC-CUOTA-CORTE      PIC 9(02).
      * Cantidad total de cuotas del plan
          05 REG-PREC-CUOTAS-TOTAL     PIC 9(02).
      * Moneda del plan e importe de las cuotas que restaban
          05 REG-PREC-MONEDA           PIC X(03).
          05 REG-PREC-IMPORTE          PIC 9(8)V9(2).
      * WS-ID-CONSUMO de la linea unica de precancelacion generada
      * en CONSUMOS.SEQ
          05 REG-PREC-ID-PAGO          PIC 9(10).
      * Ciclo en que se factura la precancelacion (AAAAMM)
          05 REG-PREC-CICLO            PIC X(06).
      * Fecha de registro (AAAAMMDD) y operador firmado
          05 REG-PREC-FECHA            PIC 9(08).
          05 REG-PREC-OPERADOR         PIC X(08).
