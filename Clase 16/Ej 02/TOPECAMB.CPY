      ******************************************************************
      * CPY de la tabla de topes de compra de moneda extranjera por
      * persona y mes calendario (FX_TOPES.TXT). Cada fila rige desde
      * su fecha de vigencia hasta la siguiente de la misma moneda:
      * para una operacion vale la de vigencia mas alta que no supere
      * su fecha. La leen CLVALTRAN (rechazo) y CLTOPEFX (reporte
      * mensual a cumplimiento).
      ******************************************************************
       01 REG-TOPE-CAMBIO.
      * Fecha desde la que rige (yyyy-mm-dd)
          05 REG-TCA-VIGENCIA          PIC X(10).
      * Moneda comprada (USD, EUR, ...)
          05 REG-TCA-MONEDA            PIC X(03).
      * Tope del mes calendario, en la moneda comprada
          05 REG-TCA-TOPE              PIC 9(08)V9(02).
      * Porcentaje del tope a partir del cual la persona se informa
      * como cerca del tope
          05 REG-TCA-AVISO             PIC 9(03).
