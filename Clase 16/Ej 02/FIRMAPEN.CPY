      ******************************************************************
      * CPY de la cola FIRMAS_PENDIENTES.TXT: transferencias de
      * cuentas de empresa que superan el limite de su primer
      * firmante y esperan la firma conjunta. La graba CLVALTRAN con
      * los mismos datos que recibio del lote; CLFIRMAS la aprueba,
      * la rechaza o la vence en el corte y la regraba sin las
      * resueltas.
      ******************************************************************
       01 REG-FIRMA-PENDIENTE.
          05 REG-FPE-NRO-OPERACION     PIC 9(10).
          05 REG-FPE-FECHA             PIC X(10).
          05 REG-FPE-CUENTA-DEBITO     PIC X(22).
      * Documento del primer firmante (el documento origen)
          05 REG-FPE-NRO-DOCUMENTO-D   PIC X(15).
          05 REG-FPE-CUENTA-CREDITO    PIC X(22).
          05 REG-FPE-NRO-DOCUMENTO-C   PIC X(15).
          05 REG-FPE-COD-MONEDA        PIC X(02).
          05 REG-FPE-IMPORTE           PIC 9(10)V9(02).
          05 REG-FPE-COD-CONCEPTO      PIC X(03).
          05 REG-FPE-OBSERVACION       PIC X(20).
