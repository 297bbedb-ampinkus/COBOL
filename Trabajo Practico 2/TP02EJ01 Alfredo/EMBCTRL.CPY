      ******************************************************************
      * CPY del archivo de EMBOZADO_CONTROL.TXT: log de control del
      * embozado. MAESTARJ asienta aca cada tarjeta que da de alta
      * (altas de mostrador, renovaciones de TP02RENOV y reemplazos
      * de TP02REPLA) en estado P; TP02EMBOS manda al fabricante
      * solo las que estan en P y las pasa a E con el lote, asi cada
      * plastico viaja una unica vez; TP02EMBAC concilia el acuse
      * del fabricante y las deja en C o R.
      ******************************************************************
       01 REG-EMB-CONTROL.
          05 REG-EMBC-TARJETA          PIC X(19).
      * Estado del embozado: P pendiente de envio, E enviada al
      * fabricante, C confirmada por el acuse, R rechazada por el
      * fabricante, N anulada (la tarjeta ya no existe o se cerro
      * antes de salir)
          05 REG-EMBC-ESTADO           PIC X(01).
             88 REG-EMBC-PENDIENTE         VALUE 'P'.
             88 REG-EMBC-ENVIADA           VALUE 'E'.
             88 REG-EMBC-CONFIRMADA        VALUE 'C'.
             88 REG-EMBC-RECHAZADA         VALUE 'R'.
             88 REG-EMBC-ANULADA           VALUE 'N'.
      * Fecha del alta de la tarjeta: formato AAAAMMDD
          05 REG-EMBC-FECHA-ALTA       PIC 9(08).
      * Lote (fecha AAAAMMDD del envio) en que salio al fabricante
          05 REG-EMBC-LOTE             PIC 9(08).
      * Fecha AAAAMMDD en que se concilio el acuse
          05 REG-EMBC-FECHA-ACUSE      PIC 9(08).
      * Motivo del rechazo del fabricante o de la anulacion
          05 REG-EMBC-MOTIVO           PIC X(30).
