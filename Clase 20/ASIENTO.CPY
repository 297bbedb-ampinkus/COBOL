      ******************************************************************
      * CPY del archivo ASIENTOS_CONTABLES.TXT: asientos balanceados
      * que las corridas del sistema de tarjetas le entregan al
      * mayor general. Cada concepto genera su linea al DEBE y su
      * linea al HABER por el mismo importe, y cada corrida cierra
      * con dos lineas TOTAL (D y H) que prueban que debe y haber
      * empatan antes de entregar el archivo.
      ******************************************************************
       01 FD-ASIENTO.
      * Fecha contable del asiento (yyyy-mm-dd)
          05 FD-ASI-FECHA              PIC X(10).
          05 FD-ASI-SEP-01             PIC X(01).
      * Ciclo que origina el asiento (AAAAMM)
          05 FD-ASI-CICLO              PIC X(06).
          05 FD-ASI-SEP-02             PIC X(01).
      * Concepto asentado (COMPRAS, INTPUNIT, ..., TOTAL)
          05 FD-ASI-CONCEPTO           PIC X(08).
          05 FD-ASI-SEP-03             PIC X(01).
      * D-ebe o H-aber
          05 FD-ASI-TIPO               PIC X(01).
          05 FD-ASI-SEP-04             PIC X(01).
      * Cuenta del mayor (cero en las lineas TOTAL)
          05 FD-ASI-CUENTA             PIC 9(08).
          05 FD-ASI-SEP-05             PIC X(01).
      * Importe en pesos
          05 FD-ASI-IMPORTE            PIC 9(11)V9(02).
