      *           el maximo de reintentos de TRANSFER_PARAM.TXT; al
      *           agotarse, el cliente queda avisado en
      *           AVISOS_CLIENTES.TXT.
      *           La cola se toma via CLBLOQUE desde la carga hasta la
      *           regrabacion, asi CLINGDATO espera en vez de encolar
      *           algo que la regrabacion pisaria.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLLIBERA.
          05 WS-CANT-REINTENTOS               PIC 9(05) VALUE 0.
          05 WS-CANT-AVISADAS                 PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR
           MOVE WS-FECHA-PROCESO(3:6) TO WS-FECHA-PLANA.
           COMPUTE WS-BASE-OPERACION = WS-FECHA-PLANA * 10000 + 7000.

      * Cola de pendientes completa a memoria. Queda tomada desde
      * la carga hasta la regrabacion, para que CLINGDATO no encole
      * en el medio algo que despues se perderia.
           PERFORM 1050-TOMAR-PENDIENTES
              THRU 1050-TOMAR-PENDIENTES-EXIT.
           OPEN INPUT ENT-PENDIENTES.
           EVALUATE TRUE
               WHEN FS-ENT-PENDIENTES-OK
       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-TOMAR-PENDIENTES.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'PENDIENTES_TRANSFER.TXT' TO LK-BLQ-ARCHIVO.
           MOVE 'CLLIBERA' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'CLLIBERA TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1050-TOMAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-PENDIENTE.
           READ ENT-PENDIENTES
                 UNTIL WS-INDICE-PEN GREATER THAN WS-CANT-PENDIENTES
              CLOSE SAL-PENDIENTES
           END-IF.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

      * El control de liberadas se regraba con las de hoy mas las
      * anteriores que todavia no se reencolaron ni avisaron.
