      *----------------------------------------------------------------*
      *  Purpose: CLASE 16 - EJERCICIO 2
      *           Antes de abrir la cola de pendientes y el lote de
      *           transferencias los toma via CLBLOQUE, para no
      *           cruzarse con otro proceso que los este grabando.
      *           Al resolver un alias muestra a todos los titulares
      *           de la cuenta destino cuando el directorio los trae.
      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
          05 REG-ENT-ALI-CBU                   PIC X(22).
          05 REG-ENT-ALI-TITULAR               PIC X(30).
          05 REG-ENT-ALI-ESTADO                PIC X(01).
          05 REG-ENT-ALI-TITULARES             PIC X(160).

       FD SAL-PENDIENTES.
       01 REG-SAL-PENDIENTE.
             10 WS-ALI-ITEM-CBU                PIC X(22).
             10 WS-ALI-ITEM-TITULAR            PIC X(30).
             10 WS-ALI-ITEM-ESTADO             PIC X(01).
             10 WS-ALI-ITEM-TITULARES          PIC X(160).

      * Resolucion de alias de la captura en curso
       01 WS-ALIAS-BUSCADO                     PIC X(20) VALUE SPACES.
          05 WS-COD-CONCEPTO                   PIC X(03).
          05 WS-OBSERVACION                    PIC X(20).

      * Bloqueo de archivos compartidos via CLBLOQUE: uno para la cola
      * de pendientes (se graba) y otro para el lote (se lee)
       01 WS-BLOQUEO-PEND.
           COPY CLBLOQUE.
       01 WS-BLOQUEO-TRANSF.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * Si hay un archivo de transferencias en lote lo proceso desde

      * Las diferidas y recurrentes se acumulan en la cola que
      * libera CLLIBERA; las inmediatas siguen el camino de siempre.
           PERFORM 1900-TOMAR-PENDIENTES
              THRU 1900-TOMAR-PENDIENTES-EXIT.
           OPEN EXTEND SAL-PENDIENTES.
           IF FS-SAL-PENDIENTES-NFD
              OPEN OUTPUT SAL-PENDIENTES
           PERFORM 2800-CARGAR-ALIAS
              THRU 2800-CARGAR-ALIAS-EXIT.

           PERFORM 1910-TOMAR-TRANSFERENCIAS
              THRU 1910-TOMAR-TRANSFERENCIAS-EXIT.
           OPEN INPUT ENT-TRANSFERENCIAS.
           EVALUATE TRUE
               WHEN FS-ENT-TRANSFERENCIAS-OK
           END-EVALUATE.

           CLOSE SAL-PENDIENTES.
           SET LK-BLQ-LIBERAR OF WS-BLOQUEO-PEND TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO-PEND.
           SET LK-BLQ-LIBERAR OF WS-BLOQUEO-TRANSF TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO-TRANSF.
           IF WS-CANT-DIFERIDAS GREATER THAN 0
              DISPLAY 'TRANSFERENCIAS DIFERIDAS ENCOLADAS: '
                 WS-CANT-DIFERIDAS

           STOP RUN.

      *----------------------------------------------------------------*
       1900-TOMAR-PENDIENTES.
      * La cola de pendientes tambien la reescribe CLLIBERA: la tomo
      * para grabar antes de abrirla, esperando hasta 5 minutos.
           INITIALIZE WS-BLOQUEO-PEND.
           SET LK-BLQ-TOMAR OF WS-BLOQUEO-PEND TO TRUE.
           MOVE 'PENDIENTES_TRANSFER.TXT'
             TO LK-BLQ-ARCHIVO OF WS-BLOQUEO-PEND.
           MOVE 'CLINGDATO' TO LK-BLQ-PROGRAMA OF WS-BLOQUEO-PEND.
           SET LK-BLQ-ESCRITURA OF WS-BLOQUEO-PEND TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA OF WS-BLOQUEO-PEND.
           CALL 'CLBLOQUE' USING WS-BLOQUEO-PEND.
           IF NOT LK-BLQ-RETORNO-OK OF WS-BLOQUEO-PEND
              DISPLAY 'CLINGDATO TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO OF WS-BLOQUEO-PEND
                 ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1910-TOMAR-TRANSFERENCIAS.
      * El lote lo leo: alcanza con que nadie lo este grabando
      * (TP02LIQTR, CL20DEPO, TP01ESTIP).
           INITIALIZE WS-BLOQUEO-TRANSF.
           SET LK-BLQ-TOMAR OF WS-BLOQUEO-TRANSF TO TRUE.
           MOVE 'TRANSFERENCIAS.TXT'
             TO LK-BLQ-ARCHIVO OF WS-BLOQUEO-TRANSF.
           MOVE 'CLINGDATO' TO LK-BLQ-PROGRAMA OF WS-BLOQUEO-TRANSF.
           SET LK-BLQ-LECTURA OF WS-BLOQUEO-TRANSF TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA OF WS-BLOQUEO-TRANSF.
           CALL 'CLBLOQUE' USING WS-BLOQUEO-TRANSF.
           IF NOT LK-BLQ-RETORNO-OK OF WS-BLOQUEO-TRANSF
              DISPLAY 'CLINGDATO TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO OF WS-BLOQUEO-TRANSF
                 ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1910-TOMAR-TRANSFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-LOTE.
      * Cargo hasta 10 transferencias del archivo (el tama�o del
                        TO WS-ALI-ITEM-TITULAR(WS-CANT-ALIAS)
                      MOVE REG-ENT-ALI-ESTADO
                        TO WS-ALI-ITEM-ESTADO(WS-CANT-ALIAS)
                      MOVE REG-ENT-ALI-TITULARES
                        TO WS-ALI-ITEM-TITULARES(WS-CANT-ALIAS)
                   ELSE
                      DISPLAY 'ALIAS.TXT TIENE MAS DE 500 ALIAS'
                   END-IF
              SET WS-ALIAS-RESUELTO-SI TO TRUE
              MOVE WS-ALI-ITEM-CBU(WS-INDICE-ALI)
                TO WS-CBU-RESUELTO
              IF WS-ALI-ITEM-TITULARES(WS-INDICE-ALI) EQUAL SPACES
                 DISPLAY 'ALIAS ' WS-ALIAS-BUSCADO ' -> '
                    WS-ALI-ITEM-CBU(WS-INDICE-ALI) ' ('
                    WS-ALI-ITEM-TITULAR(WS-INDICE-ALI) ')'
              ELSE
                 DISPLAY 'ALIAS ' WS-ALIAS-BUSCADO ' -> '
                    WS-ALI-ITEM-CBU(WS-INDICE-ALI)
                 DISPLAY '   TITULARES: '
                    WS-ALI-ITEM-TITULARES(WS-INDICE-ALI)
              END-IF
           END-IF.

       2910-COMPARAR-ALIAS-EXIT.
