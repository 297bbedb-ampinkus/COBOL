      * Modos: A alta, M modificacion (los campos en blanco quedan
      * como estan), B baja logica (estado pasa a C cerrada), C
      * consulta. Toda alta, modificacion o baja exige operador y
      * deja su rastro por campo en CUENTAS_AUDIT.TXT. El alta exige
      * ademas el documento del titular (DNI, CUIT o CUIL), con el que
      * la cuenta queda atada al maestro de clientes (CLCLIENT) y
      * como primer titular en CUENTAS_TITULARES.TXT. Los modos T
      * (alta o cambio de un titular por documento) y R (retiro de un
      * titular) mantienen los demas titulares de la cuenta. El cierre
      * (modo B, o M con estado C) exige las firmas de los titulares
      * que pide el regimen de la cuenta (ver COTITUL.CPY).
      ******************************************************************
       02 LK-CTA-I.
          05 LK-CTA-MODO               PIC X(01).
              88 LK-CTA-MODO-MODIF         VALUE 'M'.
              88 LK-CTA-MODO-BAJA          VALUE 'B'.
              88 LK-CTA-MODO-CONSULTA      VALUE 'C'.
              88 LK-CTA-MODO-TITULAR       VALUE 'T'.
              88 LK-CTA-MODO-RETIRO        VALUE 'R'.
          05 LK-CTA-OPERADOR           PIC X(08).
          05 LK-CTA-NUMERO-I           PIC X(22).
          05 LK-CTA-TITULAR-I          PIC X(30).
          05 LK-CTA-MONEDA-I           PIC X(03).
          05 LK-CTA-ESTADO-I           PIC X(01).
          05 LK-CTA-APERTURA-I         PIC X(10).
          05 LK-CTA-TIPO-DOC-I         PIC X(04).
          05 LK-CTA-NUMERO-DOC-I       PIC 9(11).

       02 LK-CTA-O.
          05 LK-CTA-NUMERO-O           PIC X(22).
              88 LK-CTA-O-ACTIVA           VALUE 'A'.
              88 LK-CTA-O-BLOQUEADA        VALUE 'B'.
              88 LK-CTA-O-CERRADA          VALUE 'C'.
              88 LK-CTA-O-INACTIVA         VALUE 'I'.
          05 LK-CTA-APERTURA-O         PIC X(10).
          05 LK-CTA-RETORNO            PIC X(02).
              88 LK-CTA-RETORNO-OK         VALUE 'OK'.
              88 LK-CTA-DUPLICADA          VALUE 'DU'.
              88 LK-CTA-DATO-INVALIDO      VALUE 'IN'.
              88 LK-CTA-ERROR              VALUE 'ER'.
              88 LK-CTA-FALTAN-FIRMAS      VALUE 'FI'.

      * Titulares: rol (I indistinta, C conjunta) y orden de
      * prelacion del titular de los modos A y T (orden cero: va
      * ultimo), documentos de quienes firman el cierre y, a la
      * salida, los titulares de la cuenta
       02 LK-CTA-TITULARES.
          05 LK-CTA-ROL-I              PIC X(01).
          05 LK-CTA-ORDEN-I            PIC 9(02).
          05 LK-CTA-FIRMA-I OCCURS 5 TIMES.
             10 LK-CTA-FIRMA-TIPO-DOC  PIC X(04).
             10 LK-CTA-FIRMA-NUMERO-DOC PIC 9(11).
          05 LK-CTA-CANT-TITULARES-O   PIC 9(01).
          05 LK-CTA-TITULARES-O        PIC X(160).
          05 LK-CTA-FALTANTE-O         PIC X(30).
