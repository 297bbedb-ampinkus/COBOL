      ******************************************************************
      * CPY del registro de plazos fijos PLAZOS_FIJOS.TXT: una linea
      * por certificado. Lo mantiene CLPLAZOF: la constitucion debita
      * la cuenta de CUENTAS.TXT (movimiento origen K) y la corrida
      * diaria de vencimientos devenga el interes, acredita capital
      * (origen V) e interes (origen R) al vencer y, segun la
      * instruccion, renueva el plazo con un certificado nuevo
      * (debito origen W).
      ******************************************************************
       01 REG-PLAZO-FIJO.
      * Numero de certificado, correlativo
          05 REG-PF-CERTIFICADO        PIC 9(08).
      * Cuenta debitada en la constitucion y acreditada al vencer
          05 REG-PF-CUENTA             PIC X(22).
          05 REG-PF-MONEDA             PIC X(03).
          05 REG-PF-CAPITAL            PIC 9(10)V9(02).
      * Tasa nominal anual pactada (0075000 = 7,5000 por ciento)
          05 REG-PF-TASA               PIC 9(03)V9(04).
      * Plazo pedido en dias y dias reales hasta el vencimiento
      * corrido al dia habil (sobre estos se calcula el interes)
          05 REG-PF-PLAZO              PIC 9(03).
          05 REG-PF-DIAS               PIC 9(03).
      * Fechas de constitucion y de vencimiento (yyyy-mm-dd)
          05 REG-PF-FECHA-CONST        PIC X(10).
          05 REG-PF-FECHA-VTO          PIC X(10).
      * Interes al vencimiento y lo devengado hasta la ultima
      * corrida diaria
          05 REG-PF-INTERES            PIC 9(10)V9(02).
          05 REG-PF-DEVENGADO          PIC 9(10)V9(02).
      * Instruccion al vencimiento: N no renueva (capital e interes
      * a la cuenta), C renueva el capital (el interes va a la
      * cuenta), T renueva capital mas interes
          05 REG-PF-RENUEVA            PIC X(01).
             88 REG-PF-NO-RENUEVA          VALUE 'N'.
             88 REG-PF-RENUEVA-CAPITAL     VALUE 'C'.
             88 REG-PF-RENUEVA-TOTAL       VALUE 'T'.
      * V vigente, P pagado al vencimiento, R pagado y renovado
          05 REG-PF-ESTADO             PIC X(01).
             88 REG-PF-VIGENTE             VALUE 'V'.
             88 REG-PF-PAGADO              VALUE 'P'.
             88 REG-PF-RENOVADO            VALUE 'R'.
      * Certificado del que proviene por renovacion (cero si es
      * una constitucion nueva) y fecha en que se pago
          05 REG-PF-CERT-ORIGEN        PIC 9(08).
          05 REG-PF-FECHA-PAGO         PIC X(10).
