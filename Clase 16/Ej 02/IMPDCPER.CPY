      ******************************************************************
      * CPY de IMPDC_PERCEPCIONES.TXT: el registro del impuesto sobre
      * los debitos y creditos bancarios cobrado por CLPOSTEO, una
      * linea por movimiento gravado. Se acumula (EXTEND) y de aca
      * salen, por mes, el certificado por cuenta y el total a
      * declarar de CLIMPDC.
      ******************************************************************
       01 REG-IMPDC-PERCEPCION.
          05 REG-IDP-FECHA             PIC X(10).
          05 REG-IDP-NRO-OPERACION     PIC 9(10).
          05 REG-IDP-CUENTA            PIC X(22).
          05 REG-IDP-TIPO-CUENTA       PIC X(02).
          05 REG-IDP-MONEDA            PIC X(03).
      * Punta gravada: D debito, C credito
          05 REG-IDP-PUNTA             PIC X(01).
             88 REG-IDP-PUNTA-DEBITO       VALUE 'D'.
             88 REG-IDP-PUNTA-CREDITO      VALUE 'C'.
      * Importe del movimiento, alicuota aplicada e impuesto cobrado
          05 REG-IDP-BASE              PIC 9(10)V9(02).
          05 REG-IDP-TASA              PIC 9(02)V9(04).
          05 REG-IDP-IMPUESTO          PIC 9(08)V9(02).
