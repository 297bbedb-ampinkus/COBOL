      *           cuyo CBU es una cuenta propia cerrada quedan
      *           invalidados automaticamente (estado I) para que
      *           nadie les transfiera mas. El maestro ALIAS.TXT lo
      *           consulta CLINGDATO al capturar. Para las cuentas
      *           propias el alias guarda ademas los nombres de todas
      *           las personas titulares (rutina CLTITULA), que se
      *           refrescan en cada corrida para que quien captura vea
      *           a todos los titulares del destino.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLALIAS.
          05 REG-ENT-ALI-CBU                  PIC X(22).
          05 REG-ENT-ALI-TITULAR              PIC X(30).
          05 REG-ENT-ALI-ESTADO               PIC X(01).
          05 REG-ENT-ALI-TITULARES            PIC X(160).

       FD SAL-ALIAS.
       01 REG-SAL-ALIAS.
          05 REG-SAL-ALI-TITULAR              PIC X(30).
      * Estado: A activo, I invalidado (cuenta cerrada)
          05 REG-SAL-ALI-ESTADO               PIC X(01).
      * Todos los titulares de la cuenta propia, separados por ' / '
      * (en blanco si es de otro banco o no tiene titulares cargados)
          05 REG-SAL-ALI-TITULARES            PIC X(160).

       FD ENT-CUENTAS.
       01 REG-ENT-CUENTAS.
             10 WS-ALI-ITEM-CBU               PIC X(22).
             10 WS-ALI-ITEM-TITULAR           PIC X(30).
             10 WS-ALI-ITEM-ESTADO            PIC X(01).
             10 WS-ALI-ITEM-TITULARES         PIC X(160).

      * Cuentas propias, para el titular y la invalidacion de
      * cuentas cerradas
             10 WS-CUENTA-TITULAR             PIC X(30).
             10 WS-CUENTA-ESTADO              PIC X(01).

      * Area de comunicacion con CLTITULA (titulares de la cuenta)
       01 WS-TITULARIDAD.
           COPY CLTITULA.

      * Area de comunicacion con CLVALCBU
       01 WS-CBU-AREA.
          05 WS-CBU-I                         PIC X(22).
                        TO WS-ALI-ITEM-TITULAR(WS-CANT-ALIAS)
                      MOVE REG-ENT-ALI-ESTADO
                        TO WS-ALI-ITEM-ESTADO(WS-CANT-ALIAS)
                      MOVE REG-ENT-ALI-TITULARES
                        TO WS-ALI-ITEM-TITULARES(WS-CANT-ALIAS)
                   ELSE
                      DISPLAY 'ALIAS.TXT TIENE MAS DE 500 ALIAS'
                   END-IF
       2160-COMPARAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Titulares del alias de la fila WS-FILA-ALI: los de
      * CUENTAS_TITULARES.TXT si el CBU es una cuenta propia.
       2170-RESOLVER-TITULARES.
           MOVE SPACES TO WS-ALI-ITEM-TITULARES(WS-FILA-ALI).
           IF WS-FILA-CTA EQUAL 0
              GO TO 2170-RESOLVER-TITULARES-EXIT
           END-IF.

           INITIALIZE WS-TITULARIDAD.
           SET LK-TIT-LISTAR TO TRUE.
           MOVE WS-CUENTA-NUMERO(WS-FILA-CTA) TO LK-TIT-CUENTA.
           CALL 'CLTITULA' USING WS-TITULARIDAD.
           IF LK-TIT-RETORNO-OK
              MOVE LK-TIT-NOMBRES TO WS-ALI-ITEM-TITULARES(WS-FILA-ALI)
           END-IF.

       2170-RESOLVER-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-APLICAR-ALTA.
      * La unicidad del alias es la regla de oro del directorio.
                 MOVE REG-NOV-TITULAR
                   TO WS-ALI-ITEM-TITULAR(WS-FILA-ALI)
              END-IF
              PERFORM 2170-RESOLVER-TITULARES
                 THRU 2170-RESOLVER-TITULARES-EXIT
              MOVE 'A' TO WS-ALI-ITEM-ESTADO(WS-FILA-ALI)
              MOVE SPACES TO REG-AUD-ANTERIOR
              MOVE REG-NOV-CBU TO REG-AUD-NUEVO
              MOVE REG-NOV-TITULAR
                TO WS-ALI-ITEM-TITULAR(WS-FILA-ALI)
           END-IF.
           PERFORM 2170-RESOLVER-TITULARES
              THRU 2170-RESOLVER-TITULARES-EXIT.
           MOVE 'A' TO WS-ALI-ITEM-ESTADO(WS-FILA-ALI).
           MOVE REG-NOV-CBU TO REG-AUD-NUEVO.
           PERFORM 2700-GRABAR-AUDITORIA

      *----------------------------------------------------------------*
      * Los alias cuyo CBU es una cuenta propia cerrada quedan
      * invalidados automaticamente, con su renglon de auditoria. Los
      * de cuentas propias refrescan de paso titular y titulares.
       2900-INVALIDAR-CERRADAS.
           PERFORM 2910-EVALUAR-ALIAS
              THRU 2910-EVALUAR-ALIAS-EXIT

      *----------------------------------------------------------------*
       2920-COMPARAR-CERRADA.
           IF WS-ALI-ITEM-CBU(WS-INDICE-ALI) EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CTA)
              MOVE WS-INDICE-ALI TO WS-FILA-ALI
              MOVE WS-INDICE-CTA TO WS-FILA-CTA
              MOVE WS-CUENTA-TITULAR(WS-FILA-CTA)
                TO WS-ALI-ITEM-TITULAR(WS-FILA-ALI)
              PERFORM 2170-RESOLVER-TITULARES
                 THRU 2170-RESOLVER-TITULARES-EXIT
           END-IF.

           IF WS-ALI-ITEM-CBU(WS-INDICE-ALI) EQUAL
                 WS-CUENTA-NUMERO(WS-INDICE-CTA)
              AND WS-CUENTA-ESTADO(WS-INDICE-CTA) EQUAL 'C'
                TO REG-SAL-ALI-TITULAR
              MOVE WS-ALI-ITEM-ESTADO(WS-INDICE-ALI)
                TO REG-SAL-ALI-ESTADO
              MOVE WS-ALI-ITEM-TITULARES(WS-INDICE-ALI)
                TO REG-SAL-ALI-TITULARES
              WRITE REG-SAL-ALIAS
           END-IF.

