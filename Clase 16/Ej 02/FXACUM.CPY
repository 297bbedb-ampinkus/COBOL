      ******************************************************************
      * CPY del acumulado mensual de compra de moneda extranjera por
      * persona (FX_ACUMULADO.TXT). La persona es el cliente del
      * maestro unico (CLCLIENT) al que esta atada la cuenta debito,
      * de modo que suma lo comprado desde todas sus cuentas; una
      * cuenta sin vinculo acumula por su cuenta (tipo CTA). Lo
      * mantiene CLVALTRAN con cada compra aprobada y lo lee CLTOPEFX.
      ******************************************************************
       01 REG-FX-ACUMULADO.
      * Persona: tipo de documento (DNI, CUIT, CUIL, o CTA si la
      * cuenta no tiene cliente) y numero de documento o de cuenta
          05 REG-FXA-TIPO-DOC          PIC X(04).
          05 REG-FXA-CLAVE             PIC X(22).
      * Apellido y nombre, o titular de la cuenta
          05 REG-FXA-TITULAR           PIC X(30).
      * Mes calendario (yyyy-mm) y moneda comprada
          05 REG-FXA-PERIODO           PIC X(07).
          05 REG-FXA-MONEDA            PIC X(03).
      * Total comprado en el mes, en la moneda comprada, y cantidad
      * de operaciones
          05 REG-FXA-COMPRADO          PIC 9(10)V9(02).
          05 REG-FXA-CANTIDAD          PIC 9(05).
