               WHEN FS-ENT-CONSUMOS-OK
                    ADD 1 TO WS-CANT-LEIDOS
                    IF WS-MOV-DEBITO
                       AND NOT WS-OPER-AJUSTE
                       AND WS-CANT-DEBITOS LESS THAN 5000
                       ADD 1 TO WS-CANT-DEBITOS
                       MOVE WS-ID-CONSUMO

           EVALUATE TRUE
               WHEN FS-ENT-CONSUMOS-OK
      * Los creditos de ajuste manual no son devoluciones de un
      * consumo: no tienen original que aparear.
                    IF WS-MOV-CREDITO
                       AND NOT WS-OPER-AJUSTE
                       PERFORM 3200-CONCILIAR-DEVOLUCION
                          THRU 3200-CONCILIAR-DEVOLUCION-EXIT
                    END-IF
