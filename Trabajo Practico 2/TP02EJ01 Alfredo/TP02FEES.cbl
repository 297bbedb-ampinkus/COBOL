      *          se genere dos veces para el mismo periodo, y el
      *          reporte CARGOS_REPORTE.TXT resume cuantos consumos y
      *          que importe genero cada cargo.
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de agregarle
      *          los cargos, para no cruzarse con otro que lo grabe.
      *          Uso: TP02FEES <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
          05 WS-CANT-CARGOS                    PIC 9(05) VALUE 0.
          05 WS-CANT-CONSUMOS-GEN              PIC 9(05) VALUE 0.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1100-CARGAR-GENERADOS
              THRU 1100-CARGAR-GENERADOS-EXIT.

           PERFORM 1900-TOMAR-CONSUMOS
              THRU 1900-TOMAR-CONSUMOS-EXIT.

           OPEN EXTEND SAL-CONSUMOS.
           IF FS-SAL-CONSUMOS-NFD
              OPEN OUTPUT SAL-CONSUMOS
       1000-INICIAR-PROGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       1900-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02FEES' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02FEES TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pasada previa sobre CARGOS.TXT: de cada codigo + producto se
      * releva la vigencia mas alta que no supere el dia 01 del
                 SAL-GENERADOS
                 SAL-REPORTE.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

           DISPLAY 'CARGOS GENERADOS    : ' WS-CANT-CARGOS.
           DISPLAY 'CONSUMOS GENERADOS  : ' WS-CANT-CONSUMOS-GEN.

