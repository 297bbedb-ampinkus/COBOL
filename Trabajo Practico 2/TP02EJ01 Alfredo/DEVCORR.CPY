      ******************************************************************
      * CPY del archivo de DEVOLUCIONES_CORREO.TXT: historial de los
      * resumenes en papel que el correo devolvio, uno por cada
      * devolucion registrada por TP02CORRE (la misma tarjeta puede
      * figurar varias veces). La ultima devolucion de cada tarjeta
      * sale en el listado semanal de domicilios devueltos para el
      * call center.
      ******************************************************************
       01 REG-DEVOLUCION-CORREO.
      * Fecha en que se registro la devolucion: formato AAAAMMDD
          05 REG-DVC-FECHA             PIC 9(08).
          05 REG-DVC-TARJETA           PIC X(19).
          05 REG-DVC-CUENTA            PIC 9(10).
      * Ciclo (AAAAMM) del resumen que volvio
          05 REG-DVC-CICLO             PIC X(06).
      * Motivo informado por el correo:
      *   DE destinatario desconocido
      *   DI direccion inexistente o insuficiente
      *   MU se mudo
      *   RE rehusado
      *   NR no reclamado en sucursal
      *   OT otro motivo
          05 REG-DVC-MOTIVO            PIC X(02).
             88 REG-DVC-MOTIVO-VALIDO      VALUE 'DE' 'DI' 'MU'
                                                 'RE' 'NR' 'OT'.
      * Operador firmado que registro la devolucion
          05 REG-DVC-OPERADOR          PIC X(08).
