      ******************************************************************
      * CPY del archivo de MOROSIDAD_HIST.TXT: foto mensual de la
      * morosidad de cada cuenta. TP02MOROS graba, por cada cuenta
      * que evalua, una linea con el periodo (AAAAMM de la corrida),
      * los ciclos impagos arrastrados, el saldo del resumen, el
      * producto y la fecha de alta de la cuenta. Volver a correr un
      * grupo en el mismo mes reemplaza las lineas de esas cuentas en
      * ese periodo; se conservan los doce periodos anteriores. Con
      * dos fotos sucesivas TP02ROLL arma la matriz de transicion
      * entre franjas por producto y por cohorte de alta.
      ******************************************************************
       01 REG-MOROSIDAD-HIST.
      * Periodo de la foto (AAAAMM)
          05 REG-MHI-PERIODO           PIC 9(06).
          05 REG-MHI-CUENTA            PIC 9(10).
      * Ciclos impagos seguidos (0 al dia, 1 = 30, 2 = 60, 3+ = 90+)
          05 REG-MHI-CICLOS            PIC 9(03).
      * Saldo total del resumen de la cuenta, en pesos equivalentes
          05 REG-MHI-SALDO             PIC 9(11)V9(02).
      * Producto de la cuenta (C-lasica, G-old, B-lack)
          05 REG-MHI-PRODUCTO          PIC X(01).
      * Fecha de alta de la cuenta (AAAAMMDD): la de su tarjeta mas
      * antigua en EMBOZADO_CONTROL.TXT; cero si no hay registro
          05 REG-MHI-FECHA-ALTA        PIC 9(08).
