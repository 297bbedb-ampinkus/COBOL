      * calculado todavia). El revisor lo ve en el listado junto
      * al limite actual y el propuesto.
          05 REG-CAMB-SCORE            PIC 9(03).
      * Documento del titular (DNI, CUIT o CUIL y numero), exigido
      * por MAESTARJ en el alta de una cuenta nueva; en blanco en las
      * solicitudes encoladas antes de pedirlo
          05 REG-CAMB-TIPO-DOC         PIC X(04).
          05 REG-CAMB-NUMERO-DOC       PIC 9(11).
