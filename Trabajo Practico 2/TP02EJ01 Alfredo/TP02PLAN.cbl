      *          frenar el contador de morosidad mientras el plan
      *          este vigente. El resultado de cada solicitud queda
      *          en PLANES_REPORTE.TXT.
      *          CONSUMOS.SEQ se toma via CLBLOQUE antes de agregarle
      *          las cuotas, para no cruzarse con otro que lo grabe.
      *          Uso: TP02PLAN <CICLO AAAAMM>
      * Tectonics: cobc
      * NOTA DE ERRORES:
       01 WS-FECHAS.
           COPY CLFECHAS.

      * Bloqueo de archivos compartidos via CLBLOQUE
       01 WS-BLOQUEO.
           COPY CLBLOQUE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1000-INICIAR-PROGRAMA
           PERFORM 1300-CARGAR-SALDOS
              THRU 1300-CARGAR-SALDOS-EXIT.

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
           MOVE 'TP02PLAN' TO LK-BLQ-PROGRAMA.
           SET LK-BLQ-ESCRITURA TO TRUE.
           MOVE 300 TO LK-BLQ-ESPERA.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.
           IF NOT LK-BLQ-RETORNO-OK
              DISPLAY 'TP02PLAN TERMINA SIN PROCESAR: '
                 LK-BLQ-ARCHIVO ' NO QUEDO DISPONIBLE'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       1900-TOMAR-CONSUMOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-CSV.
      * El saldo de cierre de cada tarjeta sale del extracto de la
                 SAL-PLANES
                 SAL-REPORTE.

           SET LK-BLQ-LIBERAR TO TRUE.
           CALL 'CLBLOQUE' USING WS-BLOQUEO.

           PERFORM 3100-REGRABAR-SALDOS
              THRU 3100-REGRABAR-SALDOS-EXIT.

