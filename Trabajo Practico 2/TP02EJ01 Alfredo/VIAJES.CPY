      ******************************************************************
      * CPY del archivo de AVISOS_VIAJE.TXT: avisos de viaje que el
      * call center registra por tarjeta (TP02VIAJE). Mientras el
      * viaje esta vigente, TP02FRAUD no levanta la alerta de moneda
      * extranjera por los consumos en las monedas declaradas; los
      * controles de velocidad e importe siguen aplicando igual. Los
      * avisos vencidos los depura TP02VIAJE en modo DEPURAR.
      ******************************************************************
       01 REG-AVISO-VIAJE.
      * Numero de tarjeta
          05 REG-VIA-TARJETA           PIC X(19).
      * Monedas del destino (hasta 3; las que sobran en blanco)
          05 REG-VIA-MONEDAS.
             10 REG-VIA-MONEDA OCCURS 3 TIMES
                                       PIC X(03).
      * Periodo del viaje, inclusive (yyyy-mm-dd)
          05 REG-VIA-FECHA-DESDE       PIC X(10).
          05 REG-VIA-FECHA-HASTA       PIC X(10).
      * Operador firmado que tomo el aviso y fecha en que lo tomo
          05 REG-VIA-OPERADOR          PIC X(08).
          05 REG-VIA-FECHA-ALTA        PIC X(10).
