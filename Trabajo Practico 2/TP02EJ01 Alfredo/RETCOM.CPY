      ******************************************************************
      * CPY del archivo de RETENCIONES_COMERCIOS.TXT: libro de las
      * retenciones practicadas a comercios. TP02COMER agrega un
      * registro por impuesto retenido en cada liquidacion
      * (comercio y moneda) y el archivo se acumula de corrida en
      * corrida; de aca salen los certificados de retencion de
      * TP02CERTR y la declaracion del agente.
      ******************************************************************
       01 REG-RETENCION-COMERCIO.
      * Fecha de la liquidacion (yyyy-mm-dd)
          05 REG-RTC-FECHA             PIC X(10).
          05 REG-RTC-ID-COMERCIO       PIC 9(6).
          05 REG-RTC-MONEDA            PIC X(03).
      * Impuesto retenido (IVA , IIBB, GANA) y condicion del
      * comercio con la que se calculo
          05 REG-RTC-IMPUESTO          PIC X(04).
          05 REG-RTC-CONDICION         PIC X(01).
          05 REG-RTC-DESCRIPCION       PIC X(15).
          05 REG-RTC-BASE              PIC 9(10)V9(02).
          05 REG-RTC-ALICUOTA          PIC 9V9(4).
          05 REG-RTC-IMPORTE           PIC 9(10)V9(02).
