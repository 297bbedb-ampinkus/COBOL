           COPY CAMBPEND.

       FD SAL-PENDIENTES.
       01 FD-SAL-PENDIENTE             PIC X(222).

       FD SAL-RESULTADO.
       01 FD-RESULTADO.
       77 WS-CANT-CAMBIOS                      PIC 9(04) VALUE 0.
       01 WS-TABLA-CAMBIOS.
          05 WS-CAMB-ITEM OCCURS 500 TIMES.
             10 WS-CAMB-LINEA             PIC X(222).
             10 WS-CAMB-BORRAR            PIC X(01).

       01 WS-CONTADORES.
           MOVE REG-CAMB-PRODUCTO       TO LK-PRODUCTO-I.
           MOVE REG-CAMB-ENVIO          TO LK-ENVIO-I.
           MOVE REG-CAMB-EMAIL          TO LK-EMAIL-I.
           IF REG-CAMB-TIPO-DOC NOT EQUAL SPACES
              MOVE REG-CAMB-TIPO-DOC    TO LK-TIPO-DOC-I
              MOVE REG-CAMB-NUMERO-DOC  TO LK-NUMERO-DOC-I
           END-IF.

           CALL 'MAESTARJ' USING LK-TARJETA.

