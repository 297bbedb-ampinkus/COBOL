      *           cuenta: la que no empata va al reporte de
      *           excepciones EXTRACTO_EXCEPCIONES.TXT en lugar de
      *           imprimirse mal. Los extractos salen todos juntos
      *           en EXTRACTOS.TXT. El encabezado lista a todas las
      *           personas titulares de la cuenta con su orden y su
      *           rol de firma (rutina CLTITULA); la cuenta sin
      *           titulares cargados muestra el titular del maestro.
      *           Uso: CLEXTRAC <PERIODO AAAA-MM>
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       01 WS-EXT-TITULAR.
          05 FILLER                    PIC X(09) VALUE 'TITULAR: '.
          05 WS-EXT-TIT-NOMBRE         PIC X(30).
       01 WS-EXT-COTITULAR.
          05 FILLER                    PIC X(08) VALUE 'TITULAR '.
          05 WS-EXT-COT-ORDEN          PIC 9(02).
          05 FILLER                    PIC X(02) VALUE ': '.
          05 WS-EXT-COT-NOMBRE         PIC X(30).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EXT-COT-TIPO-DOC       PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EXT-COT-NUMERO-DOC     PIC 9(11).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EXT-COT-ROL            PIC X(16).

      * Area de comunicacion con CLTITULA (titulares de la cuenta)
       01 WS-TITULARIDAD.
           COPY CLTITULA.
       77 WS-INDICE-TIT                       PIC 9(01) VALUE 1.
       01 WS-EXT-SALDO-LINEA.
          05 WS-EXT-SAL-LEYENDA        PIC X(16).
          05 WS-EXT-SAL-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           MOVE WS-EXT-TITULO TO REG-EXTRACTO-LINEA.
           WRITE REG-EXTRACTO-LINEA.

           INITIALIZE WS-TITULARIDAD.
           SET LK-TIT-LISTAR TO TRUE.
           MOVE WS-CUENTA-NUMERO(WS-INDICE-CTA) TO LK-TIT-CUENTA.
           CALL 'CLTITULA' USING WS-TITULARIDAD.
           IF LK-TIT-CANT GREATER THAN 0
              PERFORM 2510-IMPRIMIR-TITULAR
                 THRU 2510-IMPRIMIR-TITULAR-EXIT
                 VARYING WS-INDICE-TIT FROM 1 BY 1
                 UNTIL WS-INDICE-TIT GREATER THAN LK-TIT-CANT
           ELSE
              MOVE WS-CUENTA-TITULAR(WS-INDICE-CTA)
                TO WS-EXT-TIT-NOMBRE
              MOVE WS-EXT-TITULAR TO REG-EXTRACTO-LINEA
              WRITE REG-EXTRACTO-LINEA
           END-IF.

           MOVE 'SALDO INICIAL:  ' TO WS-EXT-SAL-LEYENDA.
           MOVE WS-SALDO-INICIAL TO WS-EXT-SAL-IMPORTE.
       2500-IMPRIMIR-EXTRACTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2510-IMPRIMIR-TITULAR.
           MOVE LK-TIT-ORDEN(WS-INDICE-TIT)      TO WS-EXT-COT-ORDEN.
           MOVE LK-TIT-NOMBRE(WS-INDICE-TIT)     TO WS-EXT-COT-NOMBRE.
           MOVE LK-TIT-TIPO-DOC(WS-INDICE-TIT)   TO WS-EXT-COT-TIPO-DOC.
           MOVE LK-TIT-NUMERO-DOC(WS-INDICE-TIT)
             TO WS-EXT-COT-NUMERO-DOC.
           IF LK-TIT-ROL(WS-INDICE-TIT) EQUAL 'C'
              MOVE 'FIRMA CONJUNTA' TO WS-EXT-COT-ROL
           ELSE
              MOVE 'FIRMA INDISTINTA' TO WS-EXT-COT-ROL
           END-IF.
           MOVE WS-EXT-COTITULAR TO REG-EXTRACTO-LINEA.
           WRITE REG-EXTRACTO-LINEA.

       2510-IMPRIMIR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-IMPRIMIR-MOVIMIENTO.
           IF WS-MOV-ITEM-CUENTA(WS-INDICE-MOV) NOT EQUAL
