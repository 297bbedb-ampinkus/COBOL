      ******************************************************************
      * CPY del archivo de PAGOS.SEQ: pagos de los titulares recibidos
      * por los distintos canales de cobranza, a aplicar en lote por
      * TP02PAGOS contra el saldo del ciclo de cada tarjeta.
      ******************************************************************
       01 WS-PAGOS.
      * Numero de tarjeta: alfanumerico de 19 caracteres
          05 WS-PAGO-NUMERO-TARJETA    PIC X(19).
      * Fecha del pago: alfanumerico de 10 caracteres (yyyy-mm-dd)
          05 WS-PAGO-FECHA             PIC X(10).
      * Importe pagado: numerico de 8 digitos enteros con 2 decimales
          05 WS-PAGO-IMPORTE           PIC 9(8)V9(2).
      * Canal por el que entro el pago:
      *   SUC - ventanilla de sucursal
      *   HBK - home banking
      *   DEB - debito automatico
      *   CTA - debito en una cuenta del propio banco (concepto TAR
      *         del sistema de transferencias, lo graba CLPOSTEO)
      *   OTR - otros canales
          05 WS-PAGO-CANAL             PIC X(3).
