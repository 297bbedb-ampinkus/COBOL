      *          El archivo vivo depurado se escribe como
      *          CONSUMOS_VIVO.TXT y se renombra sobre CONSUMOS.SEQ
      *          al final, recien cuando todo lo demas termino bien.
      *          CONSUMOS.SEQ se toma via CLBLOQUE desde que se
      *          empieza a leer hasta que se renombra el vivo, asi
      *          nadie le agrega consumos que se perderian.
      * Tectonics: cobc
      * NOTA DE ERRORES:
      ******************************************************************
       77 WS-COMANDO-SISTEMA            PIC X(80) VALUE SPACES.
       77 WS-RC-SISTEMA                 PIC S9(09) COMP VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1100-CARGAR-DISPUTAS
              THRU 1100-CARGAR-DISPUTAS-EXIT.

           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN INPUT ENT-CONSUMOS.
           IF NOT FS-ENT-CONSUMOS-OK
              DISPLAY 'NO SE PUEDE ABRIR CONSUMOS.SEQ'
       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ via CLBLOQUE para toda la depuracion: si
      * otro lote lo tiene se espera; si no se libera a tiempo se
      * termina sin tocarlo
       1900-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02ARCHI' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02ARCHI TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Solo las disputas abiertas (estado D) retienen al consumo
      * en el archivo vivo; un contracargo confirmado ya no lo
           END-IF.

       3000-FINALIZAR-FIN.
           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

           DISPLAY 'CONSUMOS LEIDOS      : ' WS-CANT-LEIDOS.
           DISPLAY 'QUEDAN VIVOS         : ' WS-CANT-VIVOS.
           DISPLAY 'ARCHIVADOS           : ' WS-CANT-ARCHIVADOS.
