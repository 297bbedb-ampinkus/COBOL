      ******************************************************************
      * CPY del registro de prestamos personales PRESTAMOS.TXT: una
      * linea por prestamo. Lo mantiene CLPRESTA: el otorgamiento
      * acredita el capital en la cuenta de CUENTAS.TXT (movimiento
      * origen L) y arma el cronograma frances en
      * PRESTAMOS_CUOTAS.TXT (PRESCUOT.CPY); la cobranza mensual
      * debita cada cuota vencida de la misma cuenta.
      ******************************************************************
       01 REG-PRESTAMO.
      * Numero de prestamo, correlativo
          05 REG-PTM-NUMERO            PIC 9(05).
      * Cuenta acreditada en el otorgamiento y debitada en cada cuota
          05 REG-PTM-CUENTA            PIC X(22).
          05 REG-PTM-MONEDA            PIC X(03).
          05 REG-PTM-CAPITAL           PIC 9(10)V9(02).
      * Tasas nominales anuales pactadas, compensatoria y punitoria
      * (0450000 = 45,0000 por ciento), y alicuota de IVA sobre los
      * intereses (2100 = 21,00 por ciento)
          05 REG-PTM-TNA               PIC 9(03)V9(04).
          05 REG-PTM-TNA-PUNITORIA     PIC 9(03)V9(04).
          05 REG-PTM-IVA               PIC 9(02)V9(02).
          05 REG-PTM-CANT-CUOTAS       PIC 9(03).
      * Fecha de otorgamiento (yyyy-mm-dd)
          05 REG-PTM-FECHA-ALTA        PIC X(10).
      * Cuota pura (capital mas interes) del sistema frances
          05 REG-PTM-CUOTA             PIC 9(10)V9(02).
      * Capital que queda por cobrar y cuotas ya cobradas
          05 REG-PTM-SALDO-CAPITAL     PIC 9(10)V9(02).
          05 REG-PTM-CUOTAS-COBRADAS   PIC 9(03).
      * V vigente, C cancelado (todas las cuotas cobradas)
          05 REG-PTM-ESTADO            PIC X(01).
             88 REG-PTM-VIGENTE            VALUE 'V'.
             88 REG-PTM-CANCELADO          VALUE 'C'.
