      ******************************************************************
      * CPY del archivo de PROMESAS.TXT: promesas de pago que toman
      * los gestores de cobranzas. El alta la hace TP02PROME; el lote
      * de pagos TP02PAGOS acumula en cada promesa abierta los pagos
      * de la cuenta que van al libro PAGOS_LEDGER.TXT entre el alta
      * y la fecha prometida, y la cierra como cumplida, cumplida en
      * parte o incumplida. Mientras la promesa esta abierta,
      * TP02COBRA no manda la carta de mora de la cuenta.
      ******************************************************************
       01 REG-PROMESA.
      * Numero de promesa, correlativo
          05 REG-PRM-NUMERO            PIC 9(08).
      * Cuenta que prometio el pago
          05 REG-PRM-CUENTA            PIC 9(10).
      * Importe prometido y fecha limite (yyyy-mm-dd)
          05 REG-PRM-IMPORTE           PIC 9(09)V9(02).
          05 REG-PRM-FECHA-COMPROMISO  PIC X(10).
      * Gestor que tomo la promesa y fecha del alta
          05 REG-PRM-OPERADOR          PIC X(08).
          05 REG-PRM-FECHA-ALTA        PIC X(10).
      * Pagado a cuenta de la promesa hasta ahora
          05 REG-PRM-PAGADO            PIC 9(09)V9(02).
      * Estado de la promesa:
      *   A - Abierta
      *   C - Cumplida (se pago el importe prometido a tiempo)
      *   P - Cumplida en parte (vencio con un pago menor)
      *   R - Rota (vencio sin ningun pago)
          05 REG-PRM-ESTADO            PIC X(01).
             88 REG-PRM-ABIERTA            VALUE 'A'.
             88 REG-PRM-CUMPLIDA           VALUE 'C'.
             88 REG-PRM-PARCIAL            VALUE 'P'.
             88 REG-PRM-ROTA               VALUE 'R'.
             88 REG-PRM-CERRADA            VALUE 'C' 'P' 'R'.
      * Fecha en que se cerro (en blanco mientras esta abierta)
          05 REG-PRM-FECHA-CIERRE      PIC X(10).
