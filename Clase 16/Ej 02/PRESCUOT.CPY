      ******************************************************************
      * CPY del cronograma de cuotas PRESTAMOS_CUOTAS.TXT: una linea
      * por cuota de cada prestamo de PRESTAMOS.TXT (PRESTAMO.CPY),
      * sistema frances: cuota pura constante, interes sobre el
      * saldo de capital, IVA sobre el interes. Lo arma CLPRESTA al
      * otorgar y lo actualiza la cobranza mensual.
      ******************************************************************
       01 REG-CUOTA-PRESTAMO.
          05 REG-CPR-NUMERO            PIC 9(05).
          05 REG-CPR-CUOTA             PIC 9(03).
      * Vencimiento, corrido al dia habil (yyyy-mm-dd)
          05 REG-CPR-VENCIMIENTO       PIC X(10).
          05 REG-CPR-CAPITAL           PIC 9(10)V9(02).
          05 REG-CPR-INTERES           PIC 9(10)V9(02).
          05 REG-CPR-IVA               PIC 9(10)V9(02).
      * Total de la cuota sin punitorios (capital, interes e IVA)
          05 REG-CPR-TOTAL             PIC 9(10)V9(02).
      * Capital que queda por cobrar despues de esta cuota
          05 REG-CPR-SALDO-CAPITAL     PIC 9(10)V9(02).
      * P pendiente, M en mora (vencida y no cobrada), C cobrada
          05 REG-CPR-ESTADO            PIC X(01).
             88 REG-CPR-PENDIENTE          VALUE 'P'.
             88 REG-CPR-EN-MORA            VALUE 'M'.
             88 REG-CPR-COBRADA            VALUE 'C'.
      * S si el interes de la cuota ya se devengo (al vencer)
          05 REG-CPR-DEVENGADA         PIC X(01).
      * Fecha de cobro, interes punitorio cobrado y su IVA
          05 REG-CPR-FECHA-COBRO       PIC X(10).
          05 REG-CPR-PUNITORIO         PIC 9(10)V9(02).
          05 REG-CPR-IVA-PUNITORIO     PIC 9(10)V9(02).
