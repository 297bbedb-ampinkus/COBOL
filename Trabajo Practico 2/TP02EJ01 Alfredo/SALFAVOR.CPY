      ******************************************************************
      * CPY del archivo de SALDOS_FAVOR.TXT: seguimiento de los saldos
      * a favor del titular (REG-SALCIC-SALDO negativo en
      * SALDOS_CICLO.TXT) que TP02SAFAV devuelve por transferencia al
      * CBU registrado. Una fila por tarjeta con saldo a favor vivo:
      * desde que ciclo lo tiene, el importe al ultimo cierre y en
      * que paso de la devolucion esta. Las devoluciones acreditadas
      * pasan con este mismo layout (estado A) al historial
      * SALDOS_FAVOR_PAGADOS.TXT.
      ******************************************************************
       01 REG-SALDO-FAVOR.
      * Tarjeta y cuenta del saldo a favor
          05 REG-SAF-TARJETA           PIC X(19).
          05 REG-SAF-CUENTA            PIC 9(10).
      * Primer ciclo (aaaamm) en que cerro con saldo a favor, y
      * ultimo ciclo en que se lo vio
          05 REG-SAF-CICLO-DESDE       PIC X(06).
          05 REG-SAF-CICLO-DESDE-R REDEFINES REG-SAF-CICLO-DESDE.
             10 REG-SAF-DESDE-ANIO     PIC 9(04).
             10 REG-SAF-DESDE-MES      PIC 9(02).
          05 REG-SAF-CICLO-ULTIMO      PIC X(06).
      * Saldo a favor en pesos (valor absoluto del saldo de cierre)
          05 REG-SAF-IMPORTE           PIC 9(9)V9(2).
      * Estado de la devolucion:
      *   P - pendiente, madurando hasta la cantidad de ciclos
      *       configurada
      *   T - transferencia generada, esperando el posteo
      *   S - sin pagar: al listado del call center (ver motivo)
      *   A - acreditada (solo en SALDOS_FAVOR_PAGADOS.TXT)
          05 REG-SAF-ESTADO            PIC X(01).
             88 REG-SAF-PENDIENTE          VALUE 'P'.
             88 REG-SAF-TRANSFERIDO        VALUE 'T'.
             88 REG-SAF-SIN-PAGAR          VALUE 'S'.
             88 REG-SAF-ACREDITADO         VALUE 'A'.
      * Motivo del estado S:
      *   C - la cuenta no tiene CBU registrado
      *   R - la transferencia reboto en la validacion o el posteo
          05 REG-SAF-MOTIVO            PIC X(01).
             88 REG-SAF-SIN-CBU            VALUE 'C'.
             88 REG-SAF-RECHAZADA          VALUE 'R'.
      * Ultima transferencia generada: numero de operacion, fecha
      * (yyyy-mm-dd) y CBU al que se mando
          05 REG-SAF-NRO-OPERACION     PIC 9(10).
          05 REG-SAF-FECHA-TRANSF      PIC X(10).
          05 REG-SAF-CBU               PIC X(22).
