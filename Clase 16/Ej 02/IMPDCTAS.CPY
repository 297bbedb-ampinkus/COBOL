      ******************************************************************
      * CPY de IMPDC_TASAS.TXT: tabla fechada de alicuotas del
      * impuesto sobre los debitos y creditos bancarios que cobra
      * CLPOSTEO. Rige la fila de vigencia mas alta que no supere la
      * fecha de la operacion: primero entre las del tipo de la
      * cuenta y, si el tipo no tiene fila propia, entre las
      * generales (tipo en blanco). Una alicuota cero deja exento al
      * tipo de cuenta en esa punta.
      ******************************************************************
       01 REG-IMPDC-TASA.
      * Desde cuando rige la fila (yyyy-mm-dd)
          05 REG-IDT-VIGENCIA          PIC X(10).
      * Tipo de cuenta (CA/CC); en blanco es la alicuota general
          05 REG-IDT-TIPO-CUENTA       PIC X(02).
      * Alicuotas en porcentaje sobre el debito y sobre el credito
      * (006000 = 0,6%)
          05 REG-IDT-TASA-DEBITO       PIC 9(02)V9(04).
          05 REG-IDT-TASA-CREDITO      PIC 9(02)V9(04).
