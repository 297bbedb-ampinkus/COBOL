      *           en CUENTAS.TXT, asi POSICION.TXT sigue cerrando.
      *           Cuentas abiertas en el mes devengan desde su
      *           apertura; cuentas que no estan activas devengan solo
      *           hasta su ultimo movimiento (las inactivas por falta
      *           de movimientos, estado I, devengan el mes entero).
      *           El resumen de lo devengado queda en
      *           INTERESES_RESUMEN.TXT para contabilidad. Se corre
      *           el ultimo dia habil del mes, despues del posteo.
      *           Uso: CLINTCAP <PERIODO AAAA-MM>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           END-IF.

      * Cuenta que ya no esta activa: devenga hasta su ultimo
      * movimiento del mes (el dia en que se la vacio y cerro). La
      * inactiva por falta de movimientos (I) devenga el mes entero.
           MOVE WS-DIAS-MES TO WS-DIA-HASTA.
           IF WS-CUENTA-ESTADO(WS-INDICE-CTA) NOT EQUAL 'A'
              AND WS-CUENTA-ESTADO(WS-INDICE-CTA) NOT EQUAL 'I'
              MOVE WS-ULTIMO-DIA-MOV TO WS-DIA-HASTA
           END-IF.

