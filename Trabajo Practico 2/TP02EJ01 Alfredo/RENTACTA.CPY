      ******************************************************************
      * CPY del archivo de RENTA_CUENTAS.TXT: ingresos y costos del
      * ciclo de cada cuenta, en pesos equivalentes. TP02RENTA graba
      * una linea por cuenta del ciclo despues de cada corrida de
      * TP02EJ01 (cada grupo de facturacion agrega las suyas; volver
      * a correr un grupo reemplaza las lineas de esas cuentas en ese
      * ciclo) y se conservan los doce ciclos anteriores. Con todas
      * las lineas del ciclo arma el ranking de rentabilidad.
      ******************************************************************
       01 REG-RENTA-CUENTA.
      * Ciclo (AAAAMM) y cuenta
          05 REG-REN-CICLO             PIC 9(06).
          05 REG-REN-CUENTA            PIC 9(10).
      * Producto (C-lasica, G-old, B-lack) y grupo de ciclo de la
      * cuenta segun MAESTARJ; en blanco y cero si no se encontro
          05 REG-REN-PRODUCTO          PIC X(01).
          05 REG-REN-GRUPO             PIC 9(01).
      * Ingresos: recargo financiero e interes punitorio del resumen,
      * cargos y comisiones generados por TP02FEES y comision de
      * comercio ganada sobre las compras de la cuenta en el mes
          05 REG-REN-INTERES           PIC 9(11)V9(02).
          05 REG-REN-PUNITORIO         PIC 9(11)V9(02).
          05 REG-REN-CARGOS            PIC 9(11)V9(02).
          05 REG-REN-COMISION          PIC 9(11)V9(02).
      * Costos: puntos canjeados en el ciclo, valuados a su costo, e
      * importe pasado a quebranto en el mes
          05 REG-REN-COSTO-PUNTOS      PIC 9(11)V9(02).
          05 REG-REN-QUEBRANTO         PIC 9(11)V9(02).
