      *          Solo las presentaciones aceptadas se agregan al
      *          final de CONSUMOS.SEQ para la cadena, y cada corrida
      *          deja su renglon en PRESENTACION_REPORTE.TXT.
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de agregarle
      *          la presentacion, para no cruzarse con otro grabador.
      *          Uso: TP02PRESE <ARCHIVO DE PRESENTACION>
      * Tectonics: cobc
      * NOTA DE ERRORES:
          05 WS-DET-ITEM OCCURS 2000 TIMES.
             10 WS-DET-LINEA              PIC X(123).

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.
      * CLBLOQUE devuelve su propio RETURN-CODE: el del lote se
      * guarda antes de liberar y se repone despues
       77 WS-RC-LOTE                   PIC S9(9) VALUE 0.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       2600-ACEPTAR-PRESENTACION.
      * Todo valido: el detalle entero se agrega al feed y la
      * presentacion queda asentada en el control.
           PERFORM 2620-TOMAR-CONSUMOS
              THRU 2620-TOMAR-CONSUMOS-EXIT.

           OPEN EXTEND SAL-CONSUMOS.
           IF FS-SAL-CONSUMOS-NFD
              OPEN OUTPUT SAL-CONSUMOS
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR CONSUMOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-SAL-CONSUMOS
              SET LK-BLQ-LIBERAR TO TRUE
              CALL 'CLBLOQUE' USING WS-BLOQUEO
              MOVE 99 TO RETURN-CODE
              GO TO 2600-ACEPTAR-PRESENTACION-EXIT
           END-IF.

           CLOSE SAL-CONSUMOS.

           MOVE RETURN-CODE TO WS-RC-LOTE.
           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           MOVE WS-RC-LOTE TO RETURN-CODE.

           OPEN EXTEND SAL-RECIBIDAS.
           IF FS-SAL-RECIBIDAS-NFD
              OPEN OUTPUT SAL-RECIBIDAS
       2610-VOLCAR-CONSUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Toma CONSUMOS.SEQ para grabarlo via CLBLOQUE: si otro
      * lote lo tiene se espera; si no se libera a tiempo se termina
      * sin tocarlo
       2620-TOMAR-CONSUMOS.
           INITIALIZE WS-BLOQUEO.
           SET LK-BLQ-TOMAR TO TRUE.
           MOVE 'CONSUMOS.SEQ' TO LK-BLQ-ARCHIVO.
           MOVE 'TP02PRESE' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02PRESE TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       2620-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2700-GRABAR-REPORTE.
           MOVE ';' TO FD-REP-SEP-01 FD-REP-SEP-02 FD-REP-SEP-03
